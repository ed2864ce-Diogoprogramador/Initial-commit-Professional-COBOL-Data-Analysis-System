      *> abandonado - nada mais se resolve "no braco" e se perde a
      *> conta do que ficou para tras. Ao encerrar, rejects.dat e
      *> regravado com os status atualizados.
      *> O cargo (EMP-CARGO em LEGACYEMP.cpy) tambem pode ser
      *> corrigido e e revalidado contra o mestre de cargos, como na
      *> carga; o registro de rejeito traz o cargo em
      *> REJECT-POSITION-CODE, e o registro original e remontado com
      *> ele antes da edicao e da liberacao.
      *> O sexo (EMP-SEXO) segue o mesmo caminho: vem em REJECT-SEXO,
      *> pode ser corrigido e so passa se for M, F ou em branco.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT POSITION-MASTER-FILE
               ASSIGN TO "../data/position_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-MASTER-STATUS.

           SELECT RESUBMIT-FILE ASSIGN TO "input_resubmit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUBMIT-FILE-STATUS.
           05 REJECT-ORIGINAL    PIC X(51).
           05 REJECT-STATUS      PIC X.
           05 REJECT-BRANCH      PIC X(3).
           05 REJECT-POSITION-CODE PIC X(5).
           05 REJECT-SEXO        PIC X.

       FD PARM-FILE.
       01 PARM-RECORD.
       FD DEPT-MASTER-FILE.
       COPY DEPTMST.

       FD POSITION-MASTER-FILE.
       COPY POSMST.

       FD RESUBMIT-FILE.
       01 RESUBMIT-RECORD        PIC X(59).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-REJECTS-FILE-STATUS PIC XX.
           05 WS-PARM-FILE-STATUS    PIC XX.
           05 WS-DEPT-MASTER-STATUS  PIC XX.
           05 WS-POSITION-MASTER-STATUS PIC XX.
           05 WS-RESUBMIT-FILE-STATUS PIC XX.

       01 WS-FLAGS.
       01 WS-DEPT-INDEX           PIC 99.
       01 WS-DEPT-MATCH           PIC 99.

       01 WS-POSITION-TABLE.
           05 WS-POS-QTDE         PIC 99 VALUE 0.
           05 WS-POS-ENTRADAS OCCURS 50 TIMES.
               10 WS-POS-CODE     PIC X(5).
       01 WS-POS-INDEX            PIC 99.
       01 WS-POS-MATCH            PIC 99.

      *> Rejeitos carregados para a mesa de trabalho; o registro
      *> original e editado via WS-WORK-RECORD (layout classico de
      *> input.dat) e devolvido a tabela.
           05 WS-REJ-QTDE         PIC 999 VALUE 0.
           05 WS-REJ-ENTRADAS OCCURS 200 TIMES.
               10 WS-REJ-MOTIVO   PIC X(45).
               10 WS-REJ-ORIGINAL PIC X(59).
               10 WS-REJ-STATUS   PIC X.
               10 WS-REJ-BRANCH   PIC X(3).
       01 WS-REJ-INDEX            PIC 999.
                     ==EMP-NOME==    BY ==WRK-NOME==
                     ==EMP-IDADE==   BY ==WRK-IDADE==
                     ==EMP-SALARIO== BY ==WRK-SALARIO==
                     ==EMP-DEPT==    BY ==WRK-DEPT==
                     ==EMP-CARGO==   BY ==WRK-CARGO==
                     ==EMP-SEXO==    BY ==WRK-SEXO==.

       01 WS-COUNTERS.
           05 WS-CORRIGIDOS       PIC 999 VALUE 0.
           DISPLAY "=== REPARO DE REJEITOS DA CARGA ==="
           PERFORM LOAD-VALIDATION-PARMS
           PERFORM LOAD-DEPT-MASTER
           PERFORM LOAD-POSITION-MASTER
           PERFORM LOAD-REJECTS
           IF WS-REJ-QTDE = 0
               DISPLAY "Nenhum rejeito em rejects.dat - nada a reparar"
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
                               MOVE POS-CODE
                                   TO WS-POS-CODE(WS-POS-QTDE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER-FILE
           ELSE
               DISPLAY "Aviso: position_master.dat nao encontrado, "
                       "validacao de cargo desativada"
           END-IF.

       LOAD-REJECTS.
           OPEN INPUT REJECTS-FILE
           IF WS-REJECTS-FILE-STATUS NOT = "00"
                           TO WS-REJ-MOTIVO(WS-REJ-QTDE)
                       MOVE REJECT-ORIGINAL
                           TO WS-REJ-ORIGINAL(WS-REJ-QTDE)
                       MOVE WS-REJ-ORIGINAL(WS-REJ-QTDE)
                           TO WS-WORK-RECORD
                       MOVE REJECT-POSITION-CODE TO WRK-CARGO
                       MOVE REJECT-SEXO TO WRK-SEXO
                       MOVE WS-WORK-RECORD
                           TO WS-REJ-ORIGINAL(WS-REJ-QTDE)
                       IF REJECT-STATUS = SPACE
                           MOVE "N" TO WS-REJ-STATUS(WS-REJ-QTDE)
                       ELSE
               MOVE WS-CAMPO-NOVO TO WRK-DEPT
           END-IF

           DISPLAY "Novo cargo (ENTER mantem " WRK-CARGO "): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-CAMPO-NOVO
           ACCEPT WS-CAMPO-NOVO
           IF WS-CAMPO-NOVO NOT = SPACES
               MOVE WS-CAMPO-NOVO(1:5) TO WRK-CARGO
           END-IF

           DISPLAY "Novo sexo M/F (ENTER mantem " WRK-SEXO "): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-CAMPO-NOVO
           ACCEPT WS-CAMPO-NOVO
           IF WS-CAMPO-NOVO NOT = SPACES
               MOVE WS-CAMPO-NOVO(1:1) TO WRK-SEXO
           END-IF

           PERFORM REVALIDATE-WORK-RECORD
           IF WS-VALID-FLAG = "Y"
               MOVE WS-WORK-RECORD TO WS-REJ-ORIGINAL(WS-ESCOLHA-N)
           END-IF.

      *> As mesmas regras do DATA-READER: idade e salario dentro dos
      *> limites de validation.parm, departamento cadastrado e ativo
      *> no mestre e cargo (quando informado) no mestre de cargos; sexo M, F ou em branco. (O registro classico nao carrega data - a rotina
      *> DATEVAL nao se aplica aqui.)
       REVALIDATE-WORK-RECORD.
           MOVE "Y" TO WS-VALID-FLAG
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Departamento nao cadastrado no mestre"
                       TO WS-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WRK-CARGO NOT = SPACES AND WS-POS-QTDE > 0
               MOVE 0 TO WS-POS-MATCH
               PERFORM VARYING WS-POS-INDEX FROM 1 BY 1
                       UNTIL WS-POS-INDEX > WS-POS-QTDE
                   IF WS-POS-CODE(WS-POS-INDEX) = WRK-CARGO
                       MOVE WS-POS-INDEX TO WS-POS-MATCH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-POS-MATCH = 0
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Cargo nao cadastrado no mestre"
                       TO WS-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WRK-SEXO NOT = SPACE AND WRK-SEXO NOT = "M" AND
              WRK-SEXO NOT = "F"
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Sexo invalido" TO WS-MOTIVO
           END-IF.

      *> Os corrigidos vao para input_resubmit.dat, no layout classico
               MOVE WS-REJ-ORIGINAL(WS-REJ-INDEX) TO REJECT-ORIGINAL
               MOVE WS-REJ-STATUS(WS-REJ-INDEX)   TO REJECT-STATUS
               MOVE WS-REJ-BRANCH(WS-REJ-INDEX)   TO REJECT-BRANCH
               MOVE WRK-CARGO                     TO REJECT-POSITION-CODE
               MOVE WRK-SEXO                      TO REJECT-SEXO
               WRITE REJECT-RECORD
           END-PERFORM
           CLOSE REJECTS-FILE.

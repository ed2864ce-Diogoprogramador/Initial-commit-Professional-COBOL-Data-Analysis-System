      *> entrada mal formada.
      *> Na alteracao, ENTER em um campo mantem o valor atual do
      *> mestre - so o que mudou precisa ser digitado.
      *> O cargo e criticado contra position_master.dat (ativos) e
      *> contra a grade ja digitada: cargo de grade fixa nao aceita
      *> outra grade, a mesma regra que a manutencao aplica.
      *> A matricula do operador vai em TRANS-USER-ID: e por ela que a
      *> manutencao retem para dupla aprovacao a transacao sobre o
      *> proprio registro e que o SALARY-APPROVE impede quem submeteu
      *> de liberar o proprio pedido.
      *> Jornada semanal (1 a 44 horas) e forma de pagamento (M
      *> mensalista, H horista) sao pedidas logo depois da moeda; na
      *> inclusao ENTER vale 44 horas e mensalista.
      *> O sexo (M ou F) e pedido depois da data de nascimento na
      *> inclusao e depois do cargo na alteracao; so aceita M ou F, e
      *> na alteracao ENTER mantem o do mestre.
      *> No desligamento o motivo (tabela de TERMRSN.cpy) e pedido
      *> antes da data de vigencia, com a lista dos codigos na tela;
      *> sem motivo valido a transacao nao e gravada.

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

           SELECT DEPT-MASTER-FILE ASSIGN TO "../data/dept_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYGRADE-FILE-STATUS.

           SELECT POSITION-MASTER-FILE ASSIGN TO "../data/position_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-FILE-STATUS.

           SELECT ACCESS-CONTROL-FILE ASSIGN TO "access_control.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACL-FILE-STATUS.
       FD PAYGRADE-MASTER-FILE.
       COPY PAYGRD.

       FD POSITION-MASTER-FILE.
       COPY POSMST.

       FD ACCESS-CONTROL-FILE.
       01 ACL-PARM-RECORD.
           05 ACL-ROLE            PIC X(4).
           05 WS-MASTER-FILE-STATUS   PIC XX.
           05 WS-DEPT-MASTER-STATUS   PIC XX.
           05 WS-PAYGRADE-FILE-STATUS PIC XX.
           05 WS-POSITION-FILE-STATUS PIC XX.
           05 WS-ACL-FILE-STATUS      PIC XX.
           05 WS-TRANS-FILE-STATUS    PIC XX.
           05 WS-CONTINUA             PIC X VALUE "Y".

       01 WS-MENU-OPCAO           PIC X.
       01 WS-OPERATOR-ROLE        PIC X(4).
       01 WS-OPERATOR-ID          PIC X(6).
       01 WS-ROLE-CODES           PIC X(3).
       01 WS-ACL-LOADED           PIC X VALUE "N".

       01 WS-GRD-INDEX            PIC 99.
       01 WS-GRD-MATCH            PIC 99.

       01 WS-POSITION-TABLE.
           05 WS-POS-QTDE         PIC 99 VALUE 0.
           05 WS-POS-ENTRADAS OCCURS 50 TIMES.
               10 WS-POS-CODE         PIC X(5).
               10 WS-POS-TITLE        PIC X(30).
               10 WS-POS-GRADE        PIC X(3).
       01 WS-POS-INDEX            PIC 99.
       01 WS-POS-MATCH            PIC 99.

       01 WS-NEXT-SEQUENCE        PIC 9(6) VALUE 0.

       01 WS-COUNTERS.
                     LEADING ==TRANS== BY ==CAP==.

       COPY DATEVAL.
       COPY TERMRSN.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   WITH NO ADVANCING
           MOVE SPACES TO WS-OPERATOR-ROLE
           ACCEPT WS-OPERATOR-ROLE
           DISPLAY "Matricula do operador: " WITH NO ADVANCING
           MOVE SPACES TO WS-OPERATOR-ID
           ACCEPT WS-OPERATOR-ID
           PERFORM LOAD-ACCESS-CONTROL

           OPEN INPUT EMPLOYEE-MASTER-FILE
           END-IF
           PERFORM LOAD-DEPT-MASTER
           PERFORM LOAD-PAYGRADE-MASTER
           PERFORM LOAD-POSITION-MASTER
           PERFORM FIND-NEXT-SEQUENCE.

       LOAD-ACCESS-CONTROL.
           END-PERFORM
           CLOSE PAYGRADE-MASTER-FILE.

       LOAD-POSITION-MASTER.
           OPEN INPUT POSITION-MASTER-FILE
           IF WS-POSITION-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-POSITION-FILE-STATUS NOT = "00"
               READ POSITION-MASTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF POS-IS-ACTIVE AND WS-POS-QTDE < 50
                           ADD 1 TO WS-POS-QTDE
                           MOVE POS-CODE
                               TO WS-POS-CODE(WS-POS-QTDE)
                           MOVE POS-TITLE
                               TO WS-POS-TITLE(WS-POS-QTDE)
                           MOVE POS-GRADE-CODE
                               TO WS-POS-GRADE(WS-POS-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSITION-MASTER-FILE.

      *> Sequencia unica: continua da maior ja usada no arquivo -
      *> e ela que protege a reexecucao da manutencao.
       FIND-NEXT-SEQUENCE.
           PERFORM ASK-DEPARTMENT
           PERFORM ASK-HIRE-DATE
           PERFORM ASK-CURRENCY
           PERFORM ASK-WORK-REGIME
           PERFORM ASK-MANAGER
           PERFORM ASK-GRADE
           PERFORM ASK-POSITION
           PERFORM ASK-BIRTH-DATE
           PERFORM ASK-SEX
           PERFORM ASK-COMPANY
           PERFORM ASK-REQUISITION
           PERFORM ASK-EFFECTIVE-DATE
           MOVE MST-GRADE-CODE     TO CAP-GRADE-CODE
           MOVE MST-COMPANY-CODE   TO CAP-COMPANY-CODE
           MOVE MST-BIRTH-DATE     TO CAP-BIRTH-DATE
           MOVE MST-POSITION-CODE  TO CAP-POSITION-CODE
           MOVE MST-WEEKLY-HOURS   TO CAP-WEEKLY-HOURS
           MOVE MST-PAY-BASIS      TO CAP-PAY-BASIS
           MOVE MST-SEX            TO CAP-SEX
           DISPLAY "(ENTER em um campo mantem o valor atual)"
           PERFORM ASK-NAME
           PERFORM ASK-AGE
           PERFORM ASK-DEPARTMENT
           PERFORM ASK-HIRE-DATE
           PERFORM ASK-CURRENCY
           PERFORM ASK-WORK-REGIME
           PERFORM ASK-MANAGER
           PERFORM ASK-GRADE
           PERFORM ASK-POSITION
           PERFORM ASK-SEX
           PERFORM ASK-EFFECTIVE-DATE
           PERFORM APPEND-TRANSACTION.

           MOVE MST-GRADE-CODE     TO CAP-GRADE-CODE
           MOVE MST-COMPANY-CODE   TO CAP-COMPANY-CODE
           MOVE MST-BIRTH-DATE     TO CAP-BIRTH-DATE
           MOVE MST-POSITION-CODE  TO CAP-POSITION-CODE
           PERFORM ASK-TERM-REASON
           PERFORM ASK-EFFECTIVE-DATE
           PERFORM APPEND-TRANSACTION.

      *> Motivo do desligamento: obrigatorio, um dos codigos da
      *> tabela - e ele que decide as verbas da rescisao.
       ASK-TERM-REASON.
           DISPLAY "Motivos de desligamento:"
           PERFORM VARYING TRS-INDEX FROM 1 BY 1
                   UNTIL TRS-INDEX > TRS-QTDE
               DISPLAY "  " TRS-CODE(TRS-INDEX) " - "
                       TRS-LABEL(TRS-INDEX)
           END-PERFORM
           MOVE "N" TO WS-FIELD-OK
           PERFORM UNTIL WS-FIELD-OK = "S"
               DISPLAY "Motivo do desligamento: " WITH NO ADVANCING
               MOVE SPACES TO WS-INPUT-FIELD
               ACCEPT WS-INPUT-FIELD
               MOVE WS-INPUT-FIELD(1:2) TO TRS-REQ-CODE
               PERFORM TRS-FIND-REASON
               IF TRS-REASON-VALID
                   MOVE TRS-REQ-CODE TO CAP-TERM-REASON
                   DISPLAY "  " TRS-RES-LABEL
                   MOVE "S" TO WS-FIELD-OK
               ELSE
                   DISPLAY "Motivo e obrigatorio e precisa ser um dos "
                           "codigos da lista"
               END-IF
           END-PERFORM.

       ASK-NEW-EMP-ID.
           MOVE "N" TO WS-FIELD-OK
           PERFORM UNTIL WS-FIELD-OK = "S"
                           CAP-CURRENCY-CODE
           END-EVALUATE.

      *> Jornada semanal e forma de pagamento. Do horista, o salario
      *> digitado acima e o de referencia do mes (valor da hora x
      *> jornada x 5).
       ASK-WORK-REGIME.
           MOVE "N" TO WS-FIELD-OK
           PERFORM UNTIL WS-FIELD-OK = "S"
               DISPLAY "Jornada semanal em horas (ENTER = 44 ou "
                       "atual): " WITH NO ADVANCING
               MOVE SPACES TO WS-INPUT-FIELD
               ACCEPT WS-INPUT-FIELD
               IF WS-INPUT-FIELD = SPACES
                   IF CAP-WEEKLY-HOURS NOT NUMERIC OR
                      CAP-WEEKLY-HOURS = 0
                       MOVE 44 TO CAP-WEEKLY-HOURS
                   END-IF
                   MOVE "S" TO WS-FIELD-OK
               ELSE
                   IF WS-INPUT-FIELD(1:2) NUMERIC AND
                      WS-INPUT-FIELD(1:2) > "00" AND
                      WS-INPUT-FIELD(1:2) NOT > "44"
                       MOVE WS-INPUT-FIELD(1:2) TO CAP-WEEKLY-HOURS
                       MOVE "S" TO WS-FIELD-OK
                   ELSE
                       DISPLAY "Jornada precisa ter 2 digitos, de 01 "
                               "a 44"
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "Forma de pagamento (M mensalista/H horista, "
                   "ENTER = M ou atual): " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-FIELD
           ACCEPT WS-INPUT-FIELD
           EVALUATE WS-INPUT-FIELD(1:1)
               WHEN "M" WHEN "m" MOVE "M" TO CAP-PAY-BASIS
               WHEN "H" WHEN "h" MOVE "H" TO CAP-PAY-BASIS
               WHEN SPACES
                   IF CAP-PAY-BASIS = SPACES
                       MOVE "M" TO CAP-PAY-BASIS
                   END-IF
               WHEN OTHER
                   DISPLAY "Forma de pagamento desconhecida - "
                           "mantendo " CAP-PAY-BASIS
           END-EVALUATE.

      *> Sexo do funcionario para o relatorio de transparencia
      *> salarial: na inclusao e obrigatorio; na alteracao ENTER
      *> mantem o do mestre (inclusive em branco, de cadastro antigo).
       ASK-SEX.
           MOVE "N" TO WS-FIELD-OK
           PERFORM UNTIL WS-FIELD-OK = "S"
               DISPLAY "Sexo (M/F): " WITH NO ADVANCING
               MOVE SPACES TO WS-INPUT-FIELD
               ACCEPT WS-INPUT-FIELD
               EVALUATE WS-INPUT-FIELD(1:1)
                   WHEN "M" WHEN "m"
                       MOVE "M" TO CAP-SEX
                       MOVE "S" TO WS-FIELD-OK
                   WHEN "F" WHEN "f"
                       MOVE "F" TO CAP-SEX
                       MOVE "S" TO WS-FIELD-OK
                   WHEN SPACES
                       IF CAP-CODE = "C"
                           MOVE "S" TO WS-FIELD-OK
                       ELSE
                           DISPLAY "Sexo e obrigatorio na inclusao"
                       END-IF
                   WHEN OTHER
                       DISPLAY "Sexo precisa ser M ou F"
               END-EVALUATE
           END-PERFORM.

       ASK-MANAGER.
           MOVE "N" TO WS-FIELD-OK
           PERFORM UNTIL WS-FIELD-OK = "S"
               END-IF
           END-PERFORM.

      *> Cargo contra o mestre de cargos e contra a grade ja
      *> digitada (ou a atual, na alteracao).
       ASK-POSITION.
           MOVE "N" TO WS-FIELD-OK
           PERFORM UNTIL WS-FIELD-OK = "S"
               DISPLAY "Cargo (ENTER = sem/atual): "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-INPUT-FIELD
               ACCEPT WS-INPUT-FIELD
               IF WS-INPUT-FIELD = SPACES
                   MOVE "S" TO WS-FIELD-OK
               ELSE
                   MOVE 0 TO WS-POS-MATCH
                   PERFORM VARYING WS-POS-INDEX FROM 1 BY 1
                           UNTIL WS-POS-INDEX > WS-POS-QTDE
                       IF WS-POS-CODE(WS-POS-INDEX) =
                          WS-INPUT-FIELD(1:5)
                           MOVE WS-POS-INDEX TO WS-POS-MATCH
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN WS-POS-QTDE = 0
                           MOVE WS-INPUT-FIELD(1:5) TO CAP-POSITION-CODE
                           MOVE "S" TO WS-FIELD-OK
                       WHEN WS-POS-MATCH = 0
                           DISPLAY "Cargo fora do mestre de cargos"
                       WHEN CAP-GRADE-CODE NOT = SPACES AND
                            WS-POS-GRADE(WS-POS-MATCH) NOT = SPACES AND
                            WS-POS-GRADE(WS-POS-MATCH) NOT =
                            CAP-GRADE-CODE
                           DISPLAY "Cargo exige a grade "
                                   WS-POS-GRADE(WS-POS-MATCH)
                       WHEN OTHER
                           DISPLAY "  " WS-POS-TITLE(WS-POS-MATCH)
                           MOVE WS-INPUT-FIELD(1:5) TO CAP-POSITION-CODE
                           MOVE "S" TO WS-FIELD-OK
                   END-EVALUATE
               END-IF
           END-PERFORM.

       ASK-BIRTH-DATE.
           MOVE "N" TO WS-FIELD-OK
           PERFORM UNTIL WS-FIELD-OK = "S"
      *> arquivo de transacoes - corretamente colunada por construcao.
       APPEND-TRANSACTION.
           MOVE WS-OPERATOR-ROLE TO CAP-USER-ROLE
           MOVE WS-OPERATOR-ID   TO CAP-USER-ID
           MOVE WS-NEXT-SEQUENCE TO CAP-SEQUENCE
           ADD 1 TO WS-NEXT-SEQUENCE
           OPEN EXTEND TRANSACTION-FILE
           DISPLAY "=== CAPTURA ENCERRADA ===".

       COPY DATEVAL-RTN.
       COPY TERMRSN-RTN.

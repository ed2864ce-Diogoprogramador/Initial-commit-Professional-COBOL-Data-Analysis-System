      *> assim o extrato sequencial usado pelos relatorios (ENTERPRISE-
      *> DEMO, ENTERPRISE-SIMPLE, REPORT-GENERATOR) sempre reflete o
      *> resultado do dia.
      *> O cargo do funcionario (TRANS-POSITION-CODE) e validado
      *> contra o mestre de cargos (position_master.dat, POSMST.cpy):
      *> cargo fora do mestre, ou preenchido numa grade diferente da
      *> grade do cargo, rejeita a transacao antes de tocar o mestre;
      *> inclusao sem grade assume a grade padrao do cargo. Sem o
      *> arquivo de cargos a validacao fica desativada.
      *> O sindicato proprio do funcionario (TRANS-UNION-CODE) e
      *> validado do mesmo jeito contra union_master.dat (UNIONMST.cpy)
      *> - em branco deixa o funcionario no sindicato do departamento
      *> na inclusao e mantem o do mestre na alteracao.
      *> Jornada semanal (TRANS-WEEKLY-HOURS, 01 a 44 horas) e forma
      *> de pagamento (TRANS-PAY-BASIS, M mensalista ou H horista)
      *> sao criticadas antes de tocar o mestre; em branco valem 44
      *> horas e mensalista na inclusao e mantem o mestre na
      *> alteracao.
      *> O sexo (TRANS-SEX, M ou F) e criticado do mesmo jeito: outro
      *> valor rejeita a transacao; em branco deixa o cadastro sem
      *> sexo na inclusao e mantem o do mestre na alteracao.
      *> Dupla aprovacao (segregacao de funcoes): alteracao de salario
      *> acima do limite percentual ou de valor de approval.parm,
      *> inclusao com salario acima do ponto medio da grade e qualquer
      *> transacao sobre o proprio registro (TRANS-USER-ID =
      *> TRANS-EMP-ID) nao sao aplicadas na rodada - vao para
      *> salary_approvals.dat (SALAPPR.cpy) como RETIDA-APR. Um
      *> aprovador diferente de quem submeteu libera ou recusa pelo
      *> SALARY-APPROVE; a rodada seguinte aplica o liberado antes das
      *> transacoes do dia, com a matricula do aprovador e a data/hora
      *> da decisao no log de auditoria e no diario salarial. Sem
      *> approval.parm valem os limites padrao (10% ou 5.000,00).
      *> No modo REAL a rodada lanca no livro de totais de controle
      *> (control_ledger.dat, CTLLEDG-FD.cpy), sob a data de negocio:
      *> LIDAS (transacoes lidas de employee_transactions.dat e soma
      *> de TRANS-EMP-SALARY - o que o FEED-DELTA gerou), PROCESS
      *> (tudo o que passou pela aplicacao, incluindo pendentes
      *> reaplicadas e itens liberados pelo aprovador), APLICAD
      *> (inclusoes, alteracoes e desligamentos), REJEIT, RETIDAS
      *> (vigencia futura e dupla aprovacao) e PULADAS (checkpoint de
      *> reexecucao). O CHAIN-BALANCE confere PROCESS = APLICAD +
      *> REJEIT + RETIDAS + PULADAS. O ENSAIO nao lanca nada.
      *> Desligamento ("T") exige o motivo (TRANS-TERM-REASON, tabela
      *> de TERMRSN.cpy): sem motivo valido a transacao e rejeitada.
      *> Aplicado, o motivo e a data do desligamento (vigencia da
      *> transacao ou a data da rodada) ficam em MST-TERM-REASON e
      *> MST-TERM-DATE; a inclusao nasce com os dois em branco/zeros.
      *> Inclusao e alteracao recalculam a chave alternada de nome
      *> (MST-NAME-KEY, NAMEKEY-RTN) antes de gravar, para que a busca
      *> por nome acompanhe a correcao do nome; departamento e gerente
      *> sao chaves alternadas tambem, mantidas pelo proprio REWRITE.
      *> Inclusao aplicada (ou prevista no ENSAIO) de quem nao tem
      *> exame admissional (ASO tipo ADM) em occupational_exams.dat
      *> sai com aviso e e contada no resumo - a inclusao nao e
      *> barrada, o exame pode chegar na carga seguinte do ASO-LOAD.
      *> Sem o arquivo de exames o aviso fica desativado.
      *> A transacao passou a ser carimbada com a data de negocio em
      *> que chegou (TRANS-RECEIVED-DATE) e a respeitar o corte de
      *> manutencao do calendario de fechamento da folha
      *> (payroll_calendar.dat, PAYCAL-FD.cpy). A competencia da
      *> transacao e a da vigencia (ou da admissao, na inclusao, ou a
      *> do recebimento); chegou depois do corte dela, e marcada como
      *> atrasada (TRANS-LATE-FLAG) e registrada em late_entries.dat.
      *> A alteracao atrasada passa a valer no primeiro dia da
      *> competencia do roteamento - se ele ainda nao chegou, fica
      *> retida como as de vigencia futura. Inclusao e desligamento
      *> atrasados sao so marcados e registrados: a data deles e fato
      *> legal e a folha acerta a diferenca na competencia seguinte.

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

           SELECT EMPLOYEE-FILE ASSIGN TO "../data/enterprise.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYGRADE-FILE-STATUS.

           SELECT POSITION-MASTER-FILE ASSIGN TO "../data/position_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-FILE-STATUS.

           SELECT UNION-MASTER-FILE ASSIGN TO "../data/union_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNION-FILE-STATUS.

           SELECT EXAMS-FILE ASSIGN TO "../data/occupational_exams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXAMS-FILE-STATUS.

           SELECT REQUISITION-FILE ASSIGN TO "../data/requisitions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "../data/salary_approvals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-FILE-STATUS.

           SELECT APPROVAL-PARM-FILE ASSIGN TO "approval.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APRPARM-FILE-STATUS.

           SELECT MAINT-PARM-FILE ASSIGN TO "maint.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-PARM-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHARED-LOCK-STATUS.

           SELECT CONTROL-LEDGER-FILE ASSIGN TO "../data/control_ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLG-FILE-STATUS.

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
       COPY CTLLEDG-FD.

       FD TRANSACTION-FILE.
       COPY EMPTRANS.
       FD PAYGRADE-MASTER-FILE.
       COPY PAYGRD.

       FD POSITION-MASTER-FILE.
       COPY POSMST.

       FD UNION-MASTER-FILE.
       COPY UNIONMST.

       FD EXAMS-FILE.
       COPY ASOEXAM.

      *> Requisicoes de vaga (ver REQMST.cpy): com o arquivo presente,
      *> toda inclusao "A" precisa de uma requisicao ABERTA valida em
      *> TRANS-REQUISITION-ID, que e marcada como preenchida ao
       FD REQUISITION-FILE.
       COPY REQMST.

      *> Fila de dupla aprovacao (ver SALAPPR.cpy): lida inteira na
      *> inicializacao e regravada no final de uma rodada REAL, com os
      *> itens liberados/recusados encerrados e os retidos do dia.
       FD APPROVAL-FILE.
       COPY SALAPPR.

      *> Limites da dupla aprovacao: percentual (99V99) e valor
      *> (9(8)V99) da alteracao de salario acima dos quais a
      *> transacao espera um aprovador.
       FD APPROVAL-PARM-FILE.
       01 APPROVAL-PARM-RECORD.
           05 APM-PCT-LIMIT       PIC 99V99.
           05 FILLER              PIC X.
           05 APM-AMOUNT-LIMIT    PIC 9(8)V99.

      *> Lista de controle de acesso: cada linha traz um perfil e os
      *> codigos de transacao (A/C/T) que ele pode executar; perfil nao
      *> listado ou codigo ausente na lista bloqueia a transacao.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY CTLLEDG.
       COPY PAYCAL.

       01 WS-FLAGS.
           05 WS-TRANS-FILE-STATUS     PIC XX.
           05 WS-BEFORE-FILE-STATUS    PIC XX.
           05 WS-CKPT-FILE-STATUS      PIC XX.
           05 WS-PAYGRADE-FILE-STATUS  PIC XX.
           05 WS-POSITION-FILE-STATUS  PIC XX.
           05 WS-UNION-FILE-STATUS     PIC XX.
           05 WS-EXAMS-FILE-STATUS     PIC XX.
           05 WS-REQ-FILE-STATUS       PIC XX.
           05 WS-EXCL-LOCK-STATUS      PIC XX.
           05 WS-SHARED-LOCK-STATUS    PIC XX.
           05 WS-JOBLOG-FILE-STATUS    PIC XX.
           05 WS-DEPTHIST-FILE-STATUS  PIC XX.
           05 WS-APPROVAL-FILE-STATUS  PIC XX.
           05 WS-APRPARM-FILE-STATUS   PIC XX.
           05 WS-EOF-FLAG              PIC X VALUE "N".
               88 END-OF-FILE          VALUE "Y".
               88 NOT-END-OF-FILE      VALUE "N".
           05 WS-TERMS-APPLIED    PIC 999 VALUE 0.
           05 WS-TRANS-REJECTED   PIC 999 VALUE 0.
           05 WS-TRANS-HELD       PIC 999 VALUE 0.
           05 WS-TRANS-TO-APPROVE PIC 999 VALUE 0.
           05 WS-APPROVED-APPLIED PIC 999 VALUE 0.
           05 WS-APPROVALS-CLOSED PIC 999 VALUE 0.
           05 WS-PEND-CARRIED     PIC 999 VALUE 0.
           05 WS-TRANS-SKIPPED    PIC 999 VALUE 0.
           05 WS-RECORDS-EXPORTED PIC 999 VALUE 0.
           05 WS-ADDS-WITHOUT-ASO PIC 999 VALUE 0.
           05 WS-TRANS-LATE       PIC 999 VALUE 0.
           05 WS-FILE-TRANS-READ  PIC 9(5) VALUE 0.

       01 WS-FILE-TRANS-HASH      PIC 9(13)V99 VALUE 0.

       01 WS-DATE-TIME.
           05 WS-CURRENT-DATE.
       01 WS-OLD-DEPT             PIC X(20).
       01 WS-TODAY-X              PIC X(8).

      *> Corte de manutencao: "S" quando a alteracao atrasada ficou
      *> retida ate o primeiro dia da competencia do roteamento.
       01 WS-CUTOFF-HELD          PIC X.
       01 WS-CUTOFF-EFF-DATE.
           05 WS-CUTOFF-EFF-PERIOD PIC 9(6).
           05 WS-CUTOFF-EFF-DAY    PIC 99.

       01 WS-RUN-MODE             PIC X(6) VALUE "REAL".
           88 MODO-REAL           VALUE "REAL".
           88 MODO-ENSAIO         VALUE "ENSAIO".
      *> imagem-antes gravada e e informado ao operador no final, para
      *> um eventual MAINT-BACKOUT desta rodada.
       01 WS-RUN-ID               PIC X(14).
       01 WS-BEFORE-SAVE          PIC X(121).

      *> Transacoes guardadas pela rodada anterior em
      *> pending_transactions.dat: sao relidas para a tabela antes de
       01 WS-PENDING-TABLE.
           05 WS-PEND-QTDE        PIC 999 VALUE 0.
           05 WS-PEND-ENTRADAS OCCURS 200 TIMES.
               10 WS-PEND-REG     PIC X(152).
       01 WS-PEND-INDEX           PIC 999.

      *> Sequencias ja aplicadas em execucao anterior interrompida,
           05 WS-GRADE-QTDE       PIC 99 VALUE 0.
           05 WS-GRADE-ENTRADAS OCCURS 20 TIMES.
               10 WS-GRADE-CODE   PIC X(3).
               10 WS-GRADE-MID    PIC 9(8)V99.
       01 WS-GRADE-INDEX          PIC 99.
       01 WS-GRADE-MATCH          PIC 99.

      *> Cargos ativos, carregados de position_master.dat, com a grade
      *> de cada um. Cargo em branco na transacao continua aceito
      *> (registros anteriores ao cadastro de cargos). A conferencia
      *> cargo x grade e feita sobre o cargo e a grade que o mestre
      *> vai ficar depois da transacao (WS-POS-CHECK-CODE/GRADE).
       01 WS-POSITION-TABLE.
           05 WS-POS-QTDE         PIC 99 VALUE 0.
           05 WS-POS-ENTRADAS OCCURS 50 TIMES.
               10 WS-POS-CODE     PIC X(5).
               10 WS-POS-GRADE    PIC X(3).
       01 WS-POS-INDEX            PIC 99.
       01 WS-POS-MATCH            PIC 99.
       01 WS-POS-CHECK-CODE       PIC X(5).
       01 WS-POS-CHECK-GRADE      PIC X(3).
       01 WS-POS-CONFLICT         PIC X VALUE "N".
           88 POSITION-GRADE-CONFLICT VALUE "S".

      *> Sindicatos ativos de union_master.dat; sem o arquivo a
      *> validacao de sindicato fica desativada.
       01 WS-UNION-TABLE.
           05 WS-UNION-QTDE       PIC 99 VALUE 0.
           05 WS-UNION-ENTRADAS OCCURS 20 TIMES.
               10 WS-UNION-CODE   PIC X(3).
       01 WS-UNION-INDEX          PIC 99.
       01 WS-UNION-MATCH          PIC 99.

      *> Matriculas com exame admissional em occupational_exams.dat;
      *> sem o arquivo o aviso de inclusao sem ASO fica desativado.
       01 WS-ADM-TABLE.
           05 WS-ADM-QTDE         PIC 9(4) VALUE 0.
           05 WS-ADM-ENTRADAS OCCURS 5000 TIMES.
               10 WS-ADM-EMP      PIC X(6).
       01 WS-ADM-INDEX            PIC 9(4).
       01 WS-ADM-MATCH            PIC 9(4).
       01 WS-ADM-CONTROL          PIC X VALUE "N".
           88 ADM-CONTROL-ATIVO   VALUE "S".

      *> Requisicoes carregadas para a tabela na inicializacao; o
      *> arquivo so e regravado no final de uma rodada REAL que
      *> preencheu alguma.
           88 REQ-CONTROL-ATIVO   VALUE "S".
       01 WS-REQ-DIRTY            PIC X VALUE "N".

      *> Fila de dupla aprovacao em memoria (registros SALAPPR de 190
      *> posicoes) e limites vigentes.
       01 WS-APR-TABLE.
           05 WS-APR-QTDE         PIC 999 VALUE 0.
           05 WS-APR-ENTRADAS OCCURS 500 TIMES.
               10 WS-APR-REG      PIC X(205).
       01 WS-APR-INDEX            PIC 999.
       01 WS-APR-DIRTY            PIC X VALUE "N".

       01 WS-APR-FIELDS.
           05 WS-APR-PCT-LIMIT    PIC 99V99 VALUE 10.
           05 WS-APR-AMOUNT-LIMIT PIC 9(8)V99 VALUE 5000.
           05 WS-APR-REASON       PIC X(3).
           05 WS-APR-OLD-SALARY   PIC 9(8)V99.
           05 WS-APR-DIFF         PIC 9(8)V99.
           05 WS-APR-DIFF-PCT     PIC 9(5)V99.
           05 WS-APR-MID          PIC 9(8)V99.
           05 WS-APR-GRADE        PIC X(3).
      *> Preenchidos so enquanto uma transacao liberada pelo
      *> aprovador esta sendo aplicada.
           05 WS-APR-RELEASE      PIC X VALUE "N".
               88 APROVACAO-LIBERADA VALUE "S".
           05 WS-APR-APPROVER-ID  PIC X(6).
           05 WS-APR-DECISION-DATE PIC X(8).
           05 WS-APR-DECISION-TIME PIC X(6).

       COPY DATEVAL.
       COPY MSTLOCK.
       COPY FILECTL.
       COPY TERMRSN.
       COPY NAMEKEY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           PERFORM APPLY-CARRIED-PENDING
           PERFORM APPLY-RELEASED-APPROVALS
           PERFORM APPLY-TRANSACTIONS
           PERFORM EXPORT-EMPLOYEE-FILE
           PERFORM CLEANUP
               PERFORM LOAD-CARRIED-PENDING
               PERFORM LOAD-ACCESS-CONTROL
               PERFORM LOAD-PAYGRADE-MASTER
               PERFORM LOAD-POSITION-MASTER
               PERFORM LOAD-UNION-MASTER
               PERFORM LOAD-ADMISSION-EXAMS
               PERFORM LOAD-REQUISITIONS
               PERFORM LOAD-APPROVAL-CONTROL
               EXIT PARAGRAPH
           END-IF


           PERFORM LOAD-ACCESS-CONTROL
           PERFORM LOAD-PAYGRADE-MASTER
           PERFORM LOAD-POSITION-MASTER
           PERFORM LOAD-UNION-MASTER
           PERFORM LOAD-ADMISSION-EXAMS
           PERFORM LOAD-REQUISITIONS
           PERFORM LOAD-APPROVAL-CONTROL.

      *> Limites de approval.parm e fila de aprovacao da rodada
      *> anterior. A fila so e regravada no CLEANUP de uma rodada
      *> REAL que mexeu nela.
       LOAD-APPROVAL-CONTROL.
           OPEN INPUT APPROVAL-PARM-FILE
           IF WS-APRPARM-FILE-STATUS = "00"
               READ APPROVAL-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF APM-PCT-LIMIT IS NUMERIC AND
                          APM-AMOUNT-LIMIT IS NUMERIC
                           MOVE APM-PCT-LIMIT TO WS-APR-PCT-LIMIT
                           MOVE APM-AMOUNT-LIMIT TO WS-APR-AMOUNT-LIMIT
                       END-IF
               END-READ
               CLOSE APPROVAL-PARM-FILE
           ELSE
               DISPLAY "Aviso: approval.parm nao encontrado - "
                       "limites padrao de dupla aprovacao"
           END-IF
           DISPLAY "Dupla aprovacao acima de " WS-APR-PCT-LIMIT
                   "% ou " WS-APR-AMOUNT-LIMIT

           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-APPROVAL-FILE-STATUS NOT = "00"
                   READ APPROVAL-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF WS-APR-QTDE < 500
                               ADD 1 TO WS-APR-QTDE
                               MOVE SALARY-APPROVAL-RECORD
                                   TO WS-APR-REG(WS-APR-QTDE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
               DISPLAY "Itens na fila de aprovacao: " WS-APR-QTDE
           END-IF.

      *> Sem requisitions.dat o controle de requisicao fica
      *> desativado e a inclusao segue como sempre seguiu.
                           ADD 1 TO WS-GRADE-QTDE
                           MOVE GRD-CODE
                               TO WS-GRADE-CODE(WS-GRADE-QTDE)
                           MOVE GRD-SALARY-MID
                               TO WS-GRADE-MID(WS-GRADE-QTDE)
                   END-READ
               END-PERFORM
               CLOSE PAYGRADE-MASTER-FILE
                       "validacao de grade desativada"
           END-IF.

       LOAD-POSITION-MASTER.
           OPEN INPUT POSITION-MASTER-FILE
           IF WS-POSITION-FILE-STATUS = "00"
               PERFORM UNTIL WS-POSITION-FILE-STATUS NOT = "00"
                   READ POSITION-MASTER-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF POS-IS-ACTIVE AND WS-POS-QTDE < 50
                               ADD 1 TO WS-POS-QTDE
                               MOVE POS-CODE
                                   TO WS-POS-CODE(WS-POS-QTDE)
                               MOVE POS-GRADE-CODE
                                   TO WS-POS-GRADE(WS-POS-QTDE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER-FILE
               DISPLAY "Cargos cadastrados: " WS-POS-QTDE
           ELSE
               DISPLAY "Aviso: position_master.dat nao encontrado, "
                       "validacao de cargo desativada"
           END-IF.

       LOAD-UNION-MASTER.
           OPEN INPUT UNION-MASTER-FILE
           IF WS-UNION-FILE-STATUS = "00"
               PERFORM UNTIL WS-UNION-FILE-STATUS NOT = "00"
                   READ UNION-MASTER-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF UN-IS-ACTIVE AND WS-UNION-QTDE < 20
                               ADD 1 TO WS-UNION-QTDE
                               MOVE UN-CODE
                                   TO WS-UNION-CODE(WS-UNION-QTDE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UNION-MASTER-FILE
               DISPLAY "Sindicatos cadastrados: " WS-UNION-QTDE
           ELSE
               DISPLAY "Aviso: union_master.dat nao encontrado, "
                       "validacao de sindicato desativada"
           END-IF.

       LOAD-ADMISSION-EXAMS.
           OPEN INPUT EXAMS-FILE
           IF WS-EXAMS-FILE-STATUS = "00"
               MOVE "S" TO WS-ADM-CONTROL
               PERFORM UNTIL WS-EXAMS-FILE-STATUS NOT = "00"
                   READ EXAMS-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF ASO-ADMISSIONAL AND WS-ADM-QTDE < 5000
                               ADD 1 TO WS-ADM-QTDE
                               MOVE ASO-EMP-ID
                                   TO WS-ADM-EMP(WS-ADM-QTDE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXAMS-FILE
               DISPLAY "Exames admissionais (ASO): " WS-ADM-QTDE
           ELSE
               DISPLAY "Aviso: occupational_exams.dat nao encontrado, "
                       "aviso de admissional desativado"
           END-IF.

      *> Sem maint.parm (ou com modo em branco) roda no modo REAL de
      *> sempre; ENSAIO e pedido explicitamente pelo operador.
      *> Erro na inicializacao depois do bloqueio tomado: libera o
               PERFORM PROCESS-TRANSACTION
           END-PERFORM.

      *> Itens liberados pelo aprovador desde a rodada anterior:
      *> reaplicados pelo caminho normal, sem nova retencao, com o
      *> aprovador gravado no log e no diario salarial. Itens
      *> recusados sao encerrados com uma linha RECUSADA no log.
       APPLY-RELEASED-APPROVALS.
           PERFORM VARYING WS-APR-INDEX FROM 1 BY 1
                   UNTIL WS-APR-INDEX > WS-APR-QTDE
               MOVE WS-APR-REG(WS-APR-INDEX) TO SALARY-APPROVAL-RECORD
               IF SAP-LIBERADA OR SAP-RECUSADA
                   PERFORM APPLY-ONE-APPROVAL
               END-IF
           END-PERFORM.

       APPLY-ONE-APPROVAL.
           MOVE SAP-TRANS-IMAGE   TO TRANSACTION-RECORD
           MOVE SAP-APPROVER-ID   TO WS-APR-APPROVER-ID
           MOVE SAP-DECISION-DATE TO WS-APR-DECISION-DATE
           MOVE SAP-DECISION-TIME TO WS-APR-DECISION-TIME
           SET APROVACAO-LIBERADA TO TRUE
           IF SAP-RECUSADA
               MOVE "RECUSADA" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-LINE
               MOVE "X" TO SAP-STATUS
               ADD 1 TO WS-APPROVALS-CLOSED
           ELSE
               PERFORM PROCESS-TRANSACTION
               IF WS-AUDIT-RESULT = "INCLUIDO" OR
                  WS-AUDIT-RESULT = "ALTERADO" OR
                  WS-AUDIT-RESULT = "DESLIGADO" OR
                  WS-AUDIT-RESULT = "PULADA"
                   MOVE "E" TO SAP-STATUS
                   ADD 1 TO WS-APPROVED-APPLIED
               ELSE
                   MOVE "X" TO SAP-STATUS
                   ADD 1 TO WS-APPROVALS-CLOSED
               END-IF
           END-IF
           MOVE "N" TO WS-APR-RELEASE
           MOVE SPACES TO WS-APR-APPROVER-ID
           MOVE SPACES TO WS-APR-DECISION-DATE
           MOVE SPACES TO WS-APR-DECISION-TIME
           IF MODO-REAL
               MOVE SALARY-APPROVAL-RECORD TO WS-APR-REG(WS-APR-INDEX)
               MOVE "S" TO WS-APR-DIRTY
           END-IF.

       LOAD-ACCESS-CONTROL.
           OPEN INPUT ACCESS-CONTROL-FILE
           IF WS-ACL-FILE-STATUS = "00"
               READ TRANSACTION-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FILE-TRANS-READ
                       IF TRANS-EMP-SALARY IS NUMERIC
                           ADD TRANS-EMP-SALARY TO WS-FILE-TRANS-HASH
                       END-IF
                       PERFORM PROCESS-TRANSACTION
               END-READ
           END-PERFORM

       PROCESS-TRANSACTION.
           ADD 1 TO WS-TRANS-READ
           IF TRANS-RECEIVED-DATE NOT NUMERIC OR
              TRANS-RECEIVED-DATE = 0
               MOVE BDT-DATE TO TRANS-RECEIVED-DATE
           END-IF
           IF MODO-REAL AND TRANS-SEQUENCE IS NUMERIC AND
              TRANS-SEQUENCE > 0
               PERFORM CHECK-ALREADY-APPLIED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF (TRANS-ADD OR TRANS-CHANGE) AND
              TRANS-POSITION-CODE NOT = SPACES AND WS-POS-QTDE > 0
               MOVE TRANS-POSITION-CODE TO WS-POS-CHECK-CODE
               PERFORM FIND-POSITION-CODE
               IF WS-POS-MATCH = 0
                   DISPLAY "Cargo nao cadastrado na transacao "
                           TRANS-EMP-ID ": " TRANS-POSITION-CODE
                   MOVE "REJEITADA" TO WS-AUDIT-RESULT
                   ADD 1 TO WS-TRANS-REJECTED
                   PERFORM WRITE-AUDIT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF (TRANS-ADD OR TRANS-CHANGE) AND
              TRANS-UNION-CODE NOT = SPACES AND WS-UNION-QTDE > 0
               PERFORM FIND-UNION-CODE
               IF WS-UNION-MATCH = 0
                   DISPLAY "Sindicato nao cadastrado na transacao "
                           TRANS-EMP-ID ": " TRANS-UNION-CODE
                   MOVE "REJEITADA" TO WS-AUDIT-RESULT
                   ADD 1 TO WS-TRANS-REJECTED
                   PERFORM WRITE-AUDIT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF (TRANS-ADD OR TRANS-CHANGE) AND
              TRANS-WEEKLY-HOURS NOT = SPACES AND
              TRANS-WEEKLY-HOURS NOT = ZEROS AND
              (TRANS-WEEKLY-HOURS NOT NUMERIC OR
               TRANS-WEEKLY-HOURS > 44)
               DISPLAY "Jornada semanal invalida na transacao "
                       TRANS-EMP-ID ": " TRANS-WEEKLY-HOURS
               MOVE "REJEITADA" TO WS-AUDIT-RESULT
               ADD 1 TO WS-TRANS-REJECTED
               PERFORM WRITE-AUDIT-LINE
               EXIT PARAGRAPH
           END-IF
           IF (TRANS-ADD OR TRANS-CHANGE) AND
              TRANS-PAY-BASIS NOT = SPACES AND
              TRANS-PAY-BASIS NOT = "M" AND TRANS-PAY-BASIS NOT = "H"
               DISPLAY "Forma de pagamento invalida na transacao "
                       TRANS-EMP-ID ": " TRANS-PAY-BASIS
               MOVE "REJEITADA" TO WS-AUDIT-RESULT
               ADD 1 TO WS-TRANS-REJECTED
               PERFORM WRITE-AUDIT-LINE
               EXIT PARAGRAPH
           END-IF
           IF (TRANS-ADD OR TRANS-CHANGE) AND
              TRANS-SEX NOT = SPACES AND
              TRANS-SEX NOT = "M" AND TRANS-SEX NOT = "F"
               DISPLAY "Sexo invalido na transacao "
                       TRANS-EMP-ID ": " TRANS-SEX
               MOVE "REJEITADA" TO WS-AUDIT-RESULT
               ADD 1 TO WS-TRANS-REJECTED
               PERFORM WRITE-AUDIT-LINE
               EXIT PARAGRAPH
           END-IF
           IF TRANS-TERMINATE
               MOVE TRANS-TERM-REASON TO TRS-REQ-CODE
               PERFORM TRS-FIND-REASON
               IF TRS-REASON-INVALID
                   DISPLAY "Motivo de desligamento ausente ou invalido "
                           "na transacao " TRANS-EMP-ID ": "
                           TRANS-TERM-REASON
                   MOVE "REJEITADA" TO WS-AUDIT-RESULT
                   ADD 1 TO WS-TRANS-REJECTED
                   PERFORM WRITE-AUDIT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF TRANS-ADD AND REQ-CONTROL-ATIVO
               PERFORM CHECK-REQUISITION
               IF WS-REQ-MATCH = 0
               ADD 1 TO WS-TRANS-REJECTED
               PERFORM WRITE-AUDIT-LINE
           ELSE
               IF NOT APROVACAO-LIBERADA AND NOT TRANS-ATRASADA
                   PERFORM CHECK-PAYROLL-CUTOFF
                   IF WS-CUTOFF-HELD = "S"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               PERFORM CHECK-DUAL-CONTROL
               IF WS-APR-REASON NOT = SPACES
                   PERFORM HOLD-FOR-APPROVAL
                   EXIT PARAGRAPH
               END-IF
               EVALUATE TRUE
                   WHEN TRANS-ADD
                       PERFORM APPLY-ADD-TRANSACTION
               PERFORM RECORD-APPLIED-SEQUENCE
           END-IF.

      *> Corte de manutencao da competencia da transacao: vigencia,
      *> senao admissao (inclusao), senao a data de recebimento.
      *> Atrasada, a alteracao passa a valer no primeiro dia da
      *> competencia do roteamento (retida se ainda nao chegou); a
      *> inclusao e o desligamento seguem com a data que tem. O
      *> registro em late_entries.dat e so do modo REAL.
       CHECK-PAYROLL-CUTOFF.
           MOVE "N" TO WS-CUTOFF-HELD
           MOVE "MAN" TO PCL-REQ-TYPE
           MOVE TRANS-RECEIVED-DATE TO PCL-REQ-RECEIVED
           EVALUATE TRUE
               WHEN TRANS-EFFECTIVE-DATE IS NUMERIC AND
                    TRANS-EFFECTIVE-DATE NOT = "00000000"
                   MOVE TRANS-EFFECTIVE-DATE(1:6) TO PCL-REQ-PERIOD
               WHEN TRANS-ADD AND TRANS-EMP-HIRE-DATE IS NUMERIC
                   MOVE TRANS-EMP-HIRE-DATE(1:6) TO PCL-REQ-PERIOD
               WHEN OTHER
                   MOVE TRANS-RECEIVED-DATE(1:6) TO PCL-REQ-PERIOD
           END-EVALUATE
           PERFORM PCL-ROUTE-ENTRY
           IF NOT PCL-ENTRY-LATE
               EXIT PARAGRAPH
           END-IF
           MOVE "L" TO TRANS-LATE-FLAG
           ADD 1 TO WS-TRANS-LATE
           DISPLAY "Transacao " TRANS-CODE " de " TRANS-EMP-ID
                   " recebida depois do corte de " PCL-REQ-PERIOD
                   " - competencia " PCL-ROUTED-PERIOD
           IF MODO-REAL
               MOVE "EMPLOYEE-MAINTENANCE" TO PCL-LOG-SOURCE
               MOVE TRANS-EMP-ID TO PCL-LOG-EMP-ID
               MOVE SPACES TO PCL-LOG-DETAIL
               STRING "Transacao " TRANS-CODE " seq " TRANS-SEQUENCE
                       DELIMITED BY SIZE INTO PCL-LOG-DETAIL
               PERFORM PCL-LOG-LATE-ENTRY
           END-IF
           IF NOT TRANS-CHANGE
               EXIT PARAGRAPH
           END-IF
           MOVE PCL-ROUTED-PERIOD TO WS-CUTOFF-EFF-PERIOD
           MOVE 1 TO WS-CUTOFF-EFF-DAY
           MOVE WS-CUTOFF-EFF-DATE TO TRANS-EFFECTIVE-DATE
           IF TRANS-EFFECTIVE-DATE > WS-TODAY-X
               MOVE "S" TO WS-CUTOFF-HELD
               PERFORM HOLD-TRANSACTION
           END-IF.

      *> A requisicao informada precisa existir e estar ABERTA (zero
      *> em WS-REQ-MATCH = inclusao barrada).
       CHECK-REQUISITION.
               END-IF
           END-PERFORM.

       FIND-POSITION-CODE.
           MOVE 0 TO WS-POS-MATCH
           PERFORM VARYING WS-POS-INDEX FROM 1 BY 1
                   UNTIL WS-POS-INDEX > WS-POS-QTDE
               IF WS-POS-CODE(WS-POS-INDEX) = WS-POS-CHECK-CODE
                   MOVE WS-POS-INDEX TO WS-POS-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-UNION-CODE.
           MOVE 0 TO WS-UNION-MATCH
           PERFORM VARYING WS-UNION-INDEX FROM 1 BY 1
                   UNTIL WS-UNION-INDEX > WS-UNION-QTDE
               IF WS-UNION-CODE(WS-UNION-INDEX) = TRANS-UNION-CODE
                   MOVE WS-UNION-INDEX TO WS-UNION-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Cargo x grade: com cargo e grade preenchidos, a grade precisa
      *> ser a do cargo (cargo sem grade no mestre aceita qualquer
      *> uma). WS-POS-MATCH fica com o cargo achado, para a inclusao
      *> assumir a grade padrao quando vier sem grade.
       CHECK-POSITION-GRADE.
           MOVE "N" TO WS-POS-CONFLICT
           MOVE 0 TO WS-POS-MATCH
           IF WS-POS-QTDE = 0 OR WS-POS-CHECK-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-POSITION-CODE
           IF WS-POS-MATCH > 0 AND WS-POS-CHECK-GRADE NOT = SPACES AND
              WS-POS-GRADE(WS-POS-MATCH) NOT = SPACES AND
              WS-POS-GRADE(WS-POS-MATCH) NOT = WS-POS-CHECK-GRADE
               MOVE "S" TO WS-POS-CONFLICT
               DISPLAY "Cargo " WS-POS-CHECK-CODE " exige grade "
                       WS-POS-GRADE(WS-POS-MATCH) " - transacao "
                       TRANS-EMP-ID " com grade " WS-POS-CHECK-GRADE
           END-IF.

      *> Sequencia na tabela de aplicadas? (zero = nao achou)
       CHECK-ALREADY-APPLIED.
           MOVE 0 TO WS-APPLIED-MATCH
           MOVE "PENDENTE" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LINE.

      *> Segregacao de funcoes: decide se a transacao precisa de um
      *> segundo usuario antes de tocar o mestre (WS-APR-REASON em
      *> branco = aplica normalmente). A transacao que ja voltou
      *> liberada pelo aprovador nao e retida de novo.
       CHECK-DUAL-CONTROL.
           MOVE SPACES TO WS-APR-REASON
           MOVE 0 TO WS-APR-OLD-SALARY
           IF APROVACAO-LIBERADA
               EXIT PARAGRAPH
           END-IF
           IF TRANS-USER-ID NOT = SPACES AND
              TRANS-USER-ID = TRANS-EMP-ID
               MOVE "PRP" TO WS-APR-REASON
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN TRANS-CHANGE
                   PERFORM CHECK-SALARY-CHANGE-LIMIT
               WHEN TRANS-ADD
                   PERFORM CHECK-HIRE-MIDPOINT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Diferenca (para mais ou para menos) entre o salario da
      *> transacao e o do mestre, contra o limite de valor e o
      *> percentual sobre o salario atual.
       CHECK-SALARY-CHANGE-LIMIT.
           MOVE TRANS-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE MST-EMP-SALARY TO WS-APR-OLD-SALARY
           IF TRANS-EMP-SALARY = MST-EMP-SALARY
               EXIT PARAGRAPH
           END-IF
           IF TRANS-EMP-SALARY > MST-EMP-SALARY
               COMPUTE WS-APR-DIFF = TRANS-EMP-SALARY - MST-EMP-SALARY
           ELSE
               COMPUTE WS-APR-DIFF = MST-EMP-SALARY - TRANS-EMP-SALARY
           END-IF
           IF WS-APR-DIFF > WS-APR-AMOUNT-LIMIT
               MOVE "VLR" TO WS-APR-REASON
               EXIT PARAGRAPH
           END-IF
           IF MST-EMP-SALARY > 0
               COMPUTE WS-APR-DIFF-PCT ROUNDED =
                   WS-APR-DIFF * 100 / MST-EMP-SALARY
                   ON SIZE ERROR MOVE 99999 TO WS-APR-DIFF-PCT
               END-COMPUTE
               IF WS-APR-DIFF-PCT > WS-APR-PCT-LIMIT
                   MOVE "PCT" TO WS-APR-REASON
               END-IF
           END-IF.

      *> Inclusao acima do ponto medio da grade (a da transacao ou,
      *> em branco, a grade padrao do cargo). Sem grade conhecida nao
      *> ha ponto medio para comparar.
       CHECK-HIRE-MIDPOINT.
           MOVE TRANS-GRADE-CODE TO WS-APR-GRADE
           IF WS-APR-GRADE = SPACES AND TRANS-POSITION-CODE NOT = SPACES
               MOVE TRANS-POSITION-CODE TO WS-POS-CHECK-CODE
               PERFORM FIND-POSITION-CODE
               IF WS-POS-MATCH > 0
                   MOVE WS-POS-GRADE(WS-POS-MATCH) TO WS-APR-GRADE
               END-IF
           END-IF
           IF WS-APR-GRADE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-APR-MID
           PERFORM VARYING WS-GRADE-INDEX FROM 1 BY 1
                   UNTIL WS-GRADE-INDEX > WS-GRADE-QTDE
               IF WS-GRADE-CODE(WS-GRADE-INDEX) = WS-APR-GRADE
                   MOVE WS-GRADE-MID(WS-GRADE-INDEX) TO WS-APR-MID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-APR-MID > 0 AND TRANS-EMP-SALARY > WS-APR-MID
               MOVE "GRD" TO WS-APR-REASON
           END-IF.

      *> Transacao retida para o aprovador: entra na fila como
      *> pendente (so no modo REAL) e fica RETIDA-APR no log. A
      *> sequencia nao vai para o checkpoint - quem aplica e a rodada
      *> posterior a liberacao.
       HOLD-FOR-APPROVAL.
           ADD 1 TO WS-TRANS-TO-APPROVE
           DISPLAY "Transacao " TRANS-CODE " de " TRANS-EMP-ID
                   " retida para dupla aprovacao (" WS-APR-REASON ")"
           IF MODO-REAL
               IF WS-APR-QTDE < 500
                   MOVE SPACES TO SALARY-APPROVAL-RECORD
                   MOVE "P" TO SAP-STATUS
                   MOVE WS-APR-REASON TO SAP-REASON
                   MOVE WS-TODAY-X TO SAP-SUBMIT-DATE
                   MOVE WS-APR-OLD-SALARY TO SAP-OLD-SALARY
                   MOVE TRANSACTION-RECORD TO SAP-TRANS-IMAGE
                   ADD 1 TO WS-APR-QTDE
                   MOVE SALARY-APPROVAL-RECORD TO WS-APR-REG(WS-APR-QTDE)
                   MOVE "S" TO WS-APR-DIRTY
               ELSE
                   DISPLAY "ERRO: fila de aprovacao cheia - transacao "
                           TRANS-EMP-ID " rejeitada"
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJEITADA" TO WS-AUDIT-RESULT
                   PERFORM WRITE-AUDIT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "RETIDA-APR" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LINE.

      *> Confere se o perfil que submeteu a transacao (TRANS-USER-ROLE)
      *> pode executar o codigo de transacao pedido, contra a lista
      *> carregada de access_control.parm. Perfil em branco (arquivo de

       APPLY-ADD-TRANSACTION.
           PERFORM VALIDATE-TRANS-HIRE-DATE
           MOVE TRANS-POSITION-CODE TO WS-POS-CHECK-CODE
           MOVE TRANS-GRADE-CODE    TO WS-POS-CHECK-GRADE
           PERFORM CHECK-POSITION-GRADE
           IF DATE-VAL-IS-INVALID OR POSITION-GRADE-CONFLICT
               ADD 1 TO WS-TRANS-REJECTED
               MOVE "REJEITADA" TO WS-AUDIT-RESULT
           ELSE
                   MOVE ZEROS            TO MST-BIRTH-DATE
               END-IF
               MOVE TRANS-GRADE-CODE     TO MST-GRADE-CODE
               IF MST-GRADE-CODE = SPACES AND WS-POS-MATCH > 0
                   MOVE WS-POS-GRADE(WS-POS-MATCH) TO MST-GRADE-CODE
               END-IF
               IF TRANS-COMPANY-CODE = SPACES
                   MOVE "01" TO MST-COMPANY-CODE
               ELSE
                   MOVE TRANS-COMPANY-CODE TO MST-COMPANY-CODE
               END-IF
               MOVE TRANS-POSITION-CODE  TO MST-POSITION-CODE
               MOVE TRANS-UNION-CODE     TO MST-UNION-CODE
               IF TRANS-WEEKLY-HOURS IS NUMERIC AND
                  TRANS-WEEKLY-HOURS > 0
                   MOVE TRANS-WEEKLY-HOURS TO MST-WEEKLY-HOURS
               ELSE
                   MOVE 44                 TO MST-WEEKLY-HOURS
               END-IF
               IF TRANS-PAY-BASIS = SPACES
                   MOVE "M"                TO MST-PAY-BASIS
               ELSE
                   MOVE TRANS-PAY-BASIS    TO MST-PAY-BASIS
               END-IF
               MOVE TRANS-SEX              TO MST-SEX
               MOVE SPACES                 TO MST-TERM-REASON
               MOVE ZEROS                  TO MST-TERM-DATE
               MOVE MST-EMP-NAME           TO NMK-NAME-IN
               PERFORM NMK-NORMALIZE
               MOVE NMK-NAME-OUT           TO MST-NAME-KEY

               IF MODO-ENSAIO
                   PERFORM TRIAL-CHECK-ADD
                   END-IF
               END-IF
           END-IF
           IF WS-AUDIT-RESULT = "INCLUIDO" OR
              WS-AUDIT-RESULT = "INCLUIRIA"
               PERFORM CHECK-ADMISSION-EXAM
           END-IF
           PERFORM WRITE-AUDIT-LINE.

      *> O exame admissional e feito antes do inicio das atividades;
      *> a inclusao segue, mas sem ASO carregado sai o aviso.
       CHECK-ADMISSION-EXAM.
           IF NOT ADM-CONTROL-ATIVO
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ADM-MATCH
           PERFORM VARYING WS-ADM-INDEX FROM 1 BY 1
                   UNTIL WS-ADM-INDEX > WS-ADM-QTDE
               IF WS-ADM-EMP(WS-ADM-INDEX) = TRANS-EMP-ID
                   MOVE WS-ADM-INDEX TO WS-ADM-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ADM-MATCH = 0
               ADD 1 TO WS-ADDS-WITHOUT-ASO
               DISPLAY "Aviso: inclusao de " TRANS-EMP-ID
                       " sem exame admissional (ASO)"
           END-IF.

      *> No ensaio a duplicidade de matricula e verificada por READ
      *> (o WRITE real e que a detectaria) - mesma critica, sem tocar
      *> o mestre.
                   MOVE "REJEITADA" TO WS-AUDIT-RESULT
               NOT INVALID KEY
                   PERFORM VALIDATE-TRANS-HIRE-DATE
                   PERFORM CHECK-CHANGE-POSITION-GRADE
                   IF DATE-VAL-IS-INVALID OR POSITION-GRADE-CONFLICT
                       ADD 1 TO WS-TRANS-REJECTED
                       MOVE "REJEITADA" TO WS-AUDIT-RESULT
                   ELSE
                               MOVE TRANS-COMPANY-CODE
                                   TO MST-COMPANY-CODE
                           END-IF
                           IF TRANS-POSITION-CODE NOT = SPACES
                               MOVE TRANS-POSITION-CODE
                                   TO MST-POSITION-CODE
                           END-IF
                           IF TRANS-UNION-CODE NOT = SPACES
                               MOVE TRANS-UNION-CODE
                                   TO MST-UNION-CODE
                           END-IF
                           IF TRANS-WEEKLY-HOURS IS NUMERIC AND
                              TRANS-WEEKLY-HOURS > 0
                               MOVE TRANS-WEEKLY-HOURS
                                   TO MST-WEEKLY-HOURS
                           END-IF
                           IF TRANS-PAY-BASIS NOT = SPACES
                               MOVE TRANS-PAY-BASIS TO MST-PAY-BASIS
                           END-IF
                           IF TRANS-SEX NOT = SPACES
                               MOVE TRANS-SEX TO MST-SEX
                           END-IF
                           IF TRANS-BIRTH-DATE IS NUMERIC AND
                              TRANS-BIRTH-DATE > 0
                               MOVE TRANS-BIRTH-DATE TO MST-BIRTH-DATE
                           END-IF
                           MOVE MST-EMP-NAME TO NMK-NAME-IN
                           PERFORM NMK-NORMALIZE
                           MOVE NMK-NAME-OUT TO MST-NAME-KEY
                           REWRITE EMPLOYEE-MASTER-RECORD
                           IF WS-MASTER-FILE-STATUS = "00"
                               ADD 1 TO WS-CHANGES-APPLIED
           END-READ
           PERFORM WRITE-AUDIT-LINE.

      *> Na alteracao, cargo ou grade em branco mantem o do mestre:
      *> a conferencia e feita sobre o que o registro vai ficar.
       CHECK-CHANGE-POSITION-GRADE.
           MOVE MST-POSITION-CODE TO WS-POS-CHECK-CODE
           IF TRANS-POSITION-CODE NOT = SPACES
               MOVE TRANS-POSITION-CODE TO WS-POS-CHECK-CODE
           END-IF
           MOVE MST-GRADE-CODE TO WS-POS-CHECK-GRADE
           IF TRANS-GRADE-CODE NOT = SPACES
               MOVE TRANS-GRADE-CODE TO WS-POS-CHECK-GRADE
           END-IF
           PERFORM CHECK-POSITION-GRADE.

       APPLY-TERMINATE-TRANSACTION.
           MOVE TRANS-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
                   ELSE
                       MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-SAVE
                       MOVE "I" TO MST-EMP-STATUS
                       MOVE TRANS-TERM-REASON TO MST-TERM-REASON
                       IF TRANS-EFFECTIVE-DATE NOT = SPACES AND
                          TRANS-EFFECTIVE-DATE NOT = "00000000"
                           MOVE TRANS-EFFECTIVE-DATE TO MST-TERM-DATE
                       ELSE
                           MOVE WS-TODAY-X TO MST-TERM-DATE
                       END-IF
                       REWRITE EMPLOYEE-MASTER-RECORD
                       IF WS-MASTER-FILE-STATUS = "00"
                           ADD 1 TO WS-TERMS-APPLIED
               MOVE TRANS-USER-ROLE TO SH-TRANS-USER
           END-IF
           MOVE WS-CURRENT-DATE   TO SH-APPLY-DATE
           MOVE WS-APR-APPROVER-ID   TO SH-APPROVER-ID
           MOVE WS-APR-DECISION-DATE TO SH-APPROVAL-DATE
           MOVE WS-APR-DECISION-TIME TO SH-APPROVAL-TIME
           WRITE SALARY-HISTORY-RECORD.

      *> No modo REAL a linha vai para o log de auditoria; no ENSAIO a
           END-IF
           WRITE DEPT-HISTORY-RECORD.

      *> Transacao que passou pelo aprovador leva, depois do perfil,
      *> a matricula de quem submeteu, a do aprovador e a data/hora
      *> da decisao.
       WRITE-AUDIT-LINE.
           IF MODO-ENSAIO
               MOVE SPACES TO TRIAL-LINE
                      TRANS-CODE " " TRANS-EMP-ID " " WS-AUDIT-RESULT
                      " " TRANS-USER-ROLE
                      DELIMITED BY SIZE INTO TRIAL-LINE
               IF APROVACAO-LIBERADA
                   MOVE TRANS-USER-ID TO TRIAL-LINE(37:6)
                   MOVE WS-APR-APPROVER-ID TO TRIAL-LINE(44:6)
                   MOVE WS-APR-DECISION-DATE TO TRIAL-LINE(51:8)
                   MOVE WS-APR-DECISION-TIME TO TRIAL-LINE(60:6)
               END-IF
               WRITE TRIAL-LINE
           ELSE
               MOVE SPACES TO AUDIT-LOG-LINE
                      TRANS-CODE " " TRANS-EMP-ID " " WS-AUDIT-RESULT
                      " " TRANS-USER-ROLE
                      DELIMITED BY SIZE INTO AUDIT-LOG-LINE
               IF APROVACAO-LIBERADA
                   MOVE TRANS-USER-ID TO AUDIT-LOG-LINE(37:6)
                   MOVE WS-APR-APPROVER-ID TO AUDIT-LOG-LINE(44:6)
                   MOVE WS-APR-DECISION-DATE TO AUDIT-LOG-LINE(51:8)
                   MOVE WS-APR-DECISION-TIME TO AUDIT-LOG-LINE(60:6)
               END-IF
               WRITE AUDIT-LOG-LINE
           END-IF.

           MOVE MST-BIRTH-DATE     TO EMP-BIRTH-DATE
           MOVE MST-GRADE-CODE     TO EMP-GRADE-CODE
           MOVE MST-COMPANY-CODE   TO EMP-COMPANY-CODE
           MOVE MST-POSITION-CODE  TO EMP-POSITION-CODE
           MOVE MST-UNION-CODE     TO EMP-UNION-CODE
           MOVE MST-WEEKLY-HOURS   TO EMP-WEEKLY-HOURS
           MOVE MST-PAY-BASIS      TO EMP-PAY-BASIS
           MOVE MST-SEX            TO EMP-SEX
           MOVE MST-TERM-REASON    TO EMP-TERM-REASON
           MOVE MST-TERM-DATE      TO EMP-TERM-DATE
           WRITE EMPLOYEE-RECORD
           ADD 1 TO FCT-ACTUAL-COUNT
           ADD MST-EMP-SALARY TO FCT-ACTUAL-HASH
               IF WS-REQ-DIRTY = "S"
                   PERFORM SAVE-REQUISITIONS
               END-IF
               IF WS-APR-DIRTY = "S"
                   PERFORM SAVE-APPROVAL-QUEUE
               END-IF
               DISPLAY "Run-id desta rodada (para eventual backout): "
                       WS-RUN-ID
               PERFORM POST-CONTROL-TOTALS
           END-IF
           DISPLAY "Transacoes lidas: " WS-TRANS-READ
           DISPLAY "Puladas pelo checkpoint de reexecucao: "
           DISPLAY "Pendentes reaplicadas da rodada anterior: "
                   WS-PEND-CARRIED
           DISPLAY "Retidas com vigencia futura: " WS-TRANS-HELD
           DISPLAY "Retidas para dupla aprovacao: " WS-TRANS-TO-APPROVE
           DISPLAY "Liberadas pelo aprovador e aplicadas: "
                   WS-APPROVED-APPLIED
           DISPLAY "Recusadas/encerradas na fila de aprovacao: "
                   WS-APPROVALS-CLOSED
           DISPLAY "Inclusoes aplicadas: " WS-ADDS-APPLIED
           DISPLAY "Inclusoes sem exame admissional (ASO): "
                   WS-ADDS-WITHOUT-ASO
           DISPLAY "Alteracoes aplicadas: " WS-CHANGES-APPLIED
           DISPLAY "Desligamentos aplicados: " WS-TERMS-APPLIED
           DISPLAY "Transacoes rejeitadas: " WS-TRANS-REJECTED
           DISPLAY "Recebidas depois do corte da folha: " WS-TRANS-LATE
           DISPLAY "Registros exportados para enterprise.dat: "
                   WS-RECORDS-EXPORTED
           PERFORM WRITE-JOB-LOG-ENTRY.

      *> Totais de controle da rodada no livro da cadeia, sem empresa
      *> e com a competencia do mes da data de negocio. So LIDAS leva
      *> valor; as demais medidas sao contagens.
       POST-CONTROL-TOTALS.
           MOVE "EMPLOYEE-MAINTENANCE" TO CLG-REQ-PROGRAM
           MOVE BDT-DATE            TO CLG-REQ-DATE
           MOVE BDT-DATE(1:6)       TO CLG-REQ-PERIOD
           MOVE SPACES              TO CLG-REQ-COMPANY
           MOVE "LIDAS"             TO CLG-REQ-METRIC
           MOVE WS-FILE-TRANS-READ  TO CLG-REQ-COUNT
           MOVE WS-FILE-TRANS-HASH  TO CLG-REQ-AMOUNT
           PERFORM CLG-POST-TOTAL
           MOVE 0                   TO CLG-REQ-AMOUNT
           MOVE "PROCESS"           TO CLG-REQ-METRIC
           MOVE WS-TRANS-READ       TO CLG-REQ-COUNT
           PERFORM CLG-POST-TOTAL
           MOVE "APLICAD"           TO CLG-REQ-METRIC
           COMPUTE CLG-REQ-COUNT =
               WS-ADDS-APPLIED + WS-CHANGES-APPLIED + WS-TERMS-APPLIED
           PERFORM CLG-POST-TOTAL
           MOVE "REJEIT"            TO CLG-REQ-METRIC
           MOVE WS-TRANS-REJECTED   TO CLG-REQ-COUNT
           PERFORM CLG-POST-TOTAL
           MOVE "RETIDAS"           TO CLG-REQ-METRIC
           COMPUTE CLG-REQ-COUNT =
               WS-TRANS-HELD + WS-TRANS-TO-APPROVE
           PERFORM CLG-POST-TOTAL
           MOVE "PULADAS"           TO CLG-REQ-METRIC
           MOVE WS-TRANS-SKIPPED    TO CLG-REQ-COUNT
           PERFORM CLG-POST-TOTAL
           PERFORM CLG-CLOSE-LEDGER.

      *> Regrava o arquivo de requisicoes com as preenchidas desta
      *> rodada - a trilha de quem autorizou cada inclusao fica no
      *> proprio arquivo (requisicao, situacao, matricula admitida).
           END-PERFORM
           CLOSE REQUISITION-FILE.

      *> Regrava a fila de aprovacao: pendentes seguem esperando,
      *> efetivados e encerrados ficam como trilha.
       SAVE-APPROVAL-QUEUE.
           OPEN OUTPUT APPROVAL-FILE
           IF WS-APPROVAL-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel regravar "
                       "salary_approvals.dat"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-APR-INDEX FROM 1 BY 1
                   UNTIL WS-APR-INDEX > WS-APR-QTDE
               MOVE WS-APR-REG(WS-APR-INDEX) TO SALARY-APPROVAL-RECORD
               WRITE SALARY-APPROVAL-RECORD
           END-PERFORM
           CLOSE APPROVAL-FILE.

      *> Entrada no log de execucoes, como todo passo batch - e por
      *> ela que o AUDIT-REPORT cruza cada mudanca auditada com a
      *> rodada que a aplicou.
       COPY DATEVAL-RTN.
       COPY MSTLOCK-RTN.
       COPY BUSDATE-RTN.
       COPY CTLLEDG-RTN.
       COPY TERMRSN-RTN.
       COPY NAMEKEY-RTN.
       COPY PAYCAL-RTN.

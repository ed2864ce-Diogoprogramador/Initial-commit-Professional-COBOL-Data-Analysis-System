IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPD-ANONYMIZE.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Anonimizacao dos desligados com retencao vencida (LGPD): o
      *> EMPLOYEE-ARCHIVE guarda a imagem integral do mestre em
      *> terminated_history.dat para sempre, e os retratos mensais
      *> (master_snapshot_<AAAAMM>.dat) fazem o mesmo - dado pessoal
      *> guardado alem do prazo legal. Passada a retencao de
      *> lgpd.parm (anos contados de TH-TERMINATION-DATE), nome, data
      *> de nascimento/idade, CPF, endereco e dados bancarios do
      *> desligado sao trocados por um token irreversivel
      *> (ANON-<data>-<hora>-<sequencia>, gerado na rodada e sem
      *> nenhuma relacao com o dado original) no historico de
      *> desligados, nos retratos, em personal_data.dat, em
      *> bank_details.dat e nas imagens de transacao da fila de
      *> aprovacao (salary_approvals.dat). No historico de folha
      *> (payroll_history.dat e o indexado payroll_history_ix.dat) so
      *> o nome e trocado: matricula, competencias e VALORES ficam
      *> intactos - sao eles que a retencao fiscal e de FGTS exige.
      *> Matricula que voltou ao mestre ativo (readmissao) nao e
      *> tocada. Cada desligado anonimizado gera uma linha em
      *> lgpd_anonymization_log.dat (LGPDLOG.cpy), sem nenhum dado
      *> original. ENSAIO (modo em lgpd.parm; tambem o padrao quando
      *> o parm falta - a operacao e irreversivel) apura e lista tudo
      *> sem gravar nada. Roda com o enqueue exclusivo do mestre,
      *> como o EMPLOYEE-ARCHIVE que alimenta o historico.
      *> A tabela do historico de desligados acompanha o registro de
      *> TERMHIST.cpy (125 bytes com o sexo na imagem do mestre); o
      *> sexo fica na imagem anonimizada, como salario e codigos -
      *> sozinho nao identifica e sustenta os totais historicos.
      *> A chave PIX do mestre bancario (CPF, e-mail, telefone ou
      *> chave aleatoria) e dado pessoal e e apagada junto com a
      *> conta.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LGPD-PARM-FILE ASSIGN TO "lgpd.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

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

           SELECT TERM-HISTORY-FILE ASSIGN TO "../data/terminated_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMHIST-FILE-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN DYNAMIC WS-SNAPSHOT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.

           SELECT PERSONAL-DATA-FILE ASSIGN TO "../data/personal_data.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRS-EMP-ID
               FILE STATUS IS WS-PERSONAL-FILE-STATUS.

           SELECT BANK-DETAILS-FILE ASSIGN TO "../data/bank_details.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNK-EMP-ID
               FILE STATUS IS WS-BANK-FILE-STATUS.

           SELECT PAYROLL-HISTORY-FILE ASSIGN TO "../data/payroll_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-FILE-STATUS.

           SELECT HISTORY-IX-FILE ASSIGN TO "../data/payroll_history_ix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHX-KEY
               FILE STATUS IS WS-HISTIX-FILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "../data/salary_approvals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO "../data/lgpd_work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT LGPD-LOG-FILE ASSIGN TO "../data/lgpd_anonymization_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGPDLOG-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT EXCL-LOCK-FILE ASSIGN TO "../data/employee_master.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCL-LOCK-STATUS.

           SELECT SHARED-LOCK-FILE ASSIGN TO "../data/employee_master.shr"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHARED-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.

       FD LGPD-PARM-FILE.
       01 LGPD-PARM-RECORD.
           05 LGP-RETENTION-YEARS PIC 99.
           05 FILLER              PIC X.
           05 LGP-MODE            PIC X(6).

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       FD TERM-HISTORY-FILE.
       COPY TERMHIST.

       FD SNAPSHOT-FILE.
       COPY SNAPMST.

       FD PERSONAL-DATA-FILE.
       COPY PERSDATA.

       FD BANK-DETAILS-FILE.
       COPY BANKDTL.

       FD PAYROLL-HISTORY-FILE.
       COPY PAYDTL.

       FD HISTORY-IX-FILE.
       COPY PAYHISTX.

       FD APPROVAL-FILE.
       COPY SALAPPR.

       FD WORK-FILE.
       01 WORK-RECORD             PIC X(400).

       FD LGPD-LOG-FILE.
       COPY LGPDLOG.

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       COPY MSTLOCK-FD.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.

       01 WS-FILE-STATUSES.
           05 WS-PARM-FILE-STATUS     PIC XX.
           05 WS-MASTER-FILE-STATUS   PIC XX.
           05 WS-TERMHIST-FILE-STATUS PIC XX.
           05 WS-SNAPSHOT-FILE-STATUS PIC XX.
           05 WS-PERSONAL-FILE-STATUS PIC XX.
           05 WS-BANK-FILE-STATUS     PIC XX.
           05 WS-PAYHIST-FILE-STATUS  PIC XX.
           05 WS-HISTIX-FILE-STATUS   PIC XX.
           05 WS-APPROVAL-FILE-STATUS PIC XX.
           05 WS-WORK-FILE-STATUS     PIC XX.
           05 WS-LGPDLOG-FILE-STATUS  PIC XX.
           05 WS-JOBLOG-FILE-STATUS   PIC XX.
           05 WS-EXCL-LOCK-STATUS     PIC XX.
           05 WS-SHARED-LOCK-STATUS   PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-TH-DIRTY             PIC X VALUE "N".
           05 WS-IMAGE-CHANGED        PIC X.
           05 WS-ON-MASTER            PIC X.

      *> Retencao em anos apos o desligamento e modo da rodada
      *> (lgpd.parm: "AA MODO", MODO = REAL ou ENSAIO).
       01 WS-RETENTION-YEARS          PIC 99 VALUE 5.
       01 WS-RUN-MODE                 PIC X(6) VALUE "ENSAIO".
           88 MODO-REAL               VALUE "REAL".
           88 MODO-ENSAIO             VALUE "ENSAIO".
       01 WS-CUTOFF-DATE              PIC 9(8).
       01 WS-CURRENT-PERIOD           PIC 9(6).

      *> Token: data e hora da rodada mais uma sequencia - unico entre
      *> rodadas e sem relacao nenhuma com o dado que substitui.
       01 WS-RUN-TIME                 PIC 9(8).
       01 WS-TOKEN-SEQ                PIC 9(4) VALUE 0.
       01 WS-NEW-TOKEN                PIC X(25).

      *> Historico de desligados carregado inteiro e regravado no
      *> final - mesmo criterio das tabelas do TIMESHEET-APPROVE.
       01 WS-TH-TABLE.
           05 WS-TH-QTDE          PIC 9(4) VALUE 0.
           05 WS-TH-ENTRADAS OCCURS 2000 TIMES.
               10 WS-TH-REG       PIC X(135).
       01 WS-TH-INDEX             PIC 9(4).

      *> Desligados com retencao vencida: token e contagem de
      *> registros trocados por arquivo, para o log.
       01 WS-SUBJ-TABLE.
           05 WS-SUBJ-QTDE        PIC 9(4) VALUE 0.
           05 WS-SUBJ-ENTRADAS OCCURS 2000 TIMES.
               10 WS-SUBJ-ID          PIC X(6).
               10 WS-SUBJ-TOKEN       PIC X(25).
               10 WS-SUBJ-TERM-DATE   PIC 9(8).
               10 WS-SUBJ-HIRE-PERIOD PIC 9(6).
               10 WS-SUBJ-TH-COUNT    PIC 999.
               10 WS-SUBJ-SNAP-COUNT  PIC 9(4).
               10 WS-SUBJ-PRS-COUNT   PIC 9.
               10 WS-SUBJ-BNK-COUNT   PIC 9.
               10 WS-SUBJ-PAY-COUNT   PIC 9(4).
               10 WS-SUBJ-APR-COUNT   PIC 999.
       01 WS-SUBJ-INDEX           PIC 9(4).
       01 WS-SUBJ-MATCH           PIC 9(4).
       01 WS-SEARCH-ID            PIC X(6).

      *> Varredura dos retratos: da admissao mais antiga entre os
      *> desligados anonimizados ate a competencia corrente.
       01 WS-SNAPSHOT-FILENAME    PIC X(44).
       01 WS-SNAP-FIELDS.
           05 WS-SNAP-FROM        PIC 9(6).
           05 WS-SNAP-PERIOD      PIC 9(6).
           05 WS-SNAP-PERIOD-R REDEFINES WS-SNAP-PERIOD.
               10 WS-SNAP-YEAR    PIC 9999.
               10 WS-SNAP-MONTH   PIC 99.
           05 WS-FILE-CHANGES     PIC 9(5).

      *> Imagem do mestre decodificada (historico, retrato) e imagem
      *> de transacao da fila de aprovacao.
       COPY EMPMST REPLACING ==EMPLOYEE-MASTER-RECORD== BY ==ANV-RECORD==
                   LEADING ==MST== BY ==ANV==
                   ==MASTER-ACTIVE-EMPLOYEE==
                          BY ==ANV-ACTIVE-EMPLOYEE==
                   ==MASTER-INACTIVE-EMPLOYEE==
                          BY ==ANV-INACTIVE-EMPLOYEE==
                   ==MASTER-CURRENCY-IS-BRL==
                          BY ==ANV-CURRENCY-IS-BRL==
                   ==MASTER-CURRENCY-IS-USD==
                          BY ==ANV-CURRENCY-IS-USD==.

       COPY EMPTRANS.

       COPY PAYDTL REPLACING ==PAYROLL-DETAIL-RECORD==
                          BY ==WS-PAY-IMAGE==
                   LEADING ==PD== BY ==WPI==.

       01 WS-COUNTERS.
           05 WS-TH-READ          PIC 9(5) VALUE 0.
           05 WS-TH-EXPIRED       PIC 9(5) VALUE 0.
           05 WS-REHIRED          PIC 9(5) VALUE 0.
           05 WS-NEW-SUBJECTS     PIC 9(5) VALUE 0.
           05 WS-SNAP-FILES       PIC 9(5) VALUE 0.
           05 WS-IX-REWRITES      PIC 9(5) VALUE 0.
           05 WS-LOG-LINES        PIC 9(5) VALUE 0.

       COPY MSTLOCK.

       01 WS-HORA-INICIO.
           05 WS-INICIO-HORA      PIC 99.
           05 WS-INICIO-MINUTO    PIC 99.
           05 WS-INICIO-SEGUNDO   PIC 99.

       01 WS-ELAPSED-SECONDS      PIC S9(5).
       01 WS-THROUGHPUT           PIC 9(5)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM SELECT-EXPIRED-TERMINATIONS
               IF WS-SUBJ-QTDE > 0
                   PERFORM SAVE-TERMINATED-HISTORY
                   PERFORM ANONYMIZE-SNAPSHOTS
                   PERFORM ANONYMIZE-PERSONAL-DATA
                   PERFORM ANONYMIZE-BANK-DETAILS
                   PERFORM ANONYMIZE-PAYROLL-HISTORY
                   PERFORM ANONYMIZE-PAYROLL-INDEX
                   PERFORM ANONYMIZE-APPROVALS
                   PERFORM WRITE-ANONYMIZATION-LOG
               END-IF
               PERFORM CLEANUP
           END-IF
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== ANONIMIZACAO LGPD DE DESLIGADOS ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           COMPUTE WS-CURRENT-PERIOD = BDT-YEAR * 100 + BDT-MONTH

           OPEN INPUT LGPD-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ LGPD-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LGP-RETENTION-YEARS IS NUMERIC AND
                          LGP-RETENTION-YEARS > 0
                           MOVE LGP-RETENTION-YEARS
                               TO WS-RETENTION-YEARS
                       END-IF
                       IF LGP-MODE = "REAL" OR LGP-MODE = "ENSAIO"
                           MOVE LGP-MODE TO WS-RUN-MODE
                       END-IF
               END-READ
               CLOSE LGPD-PARM-FILE
           ELSE
               DISPLAY "Aviso: lgpd.parm nao encontrado, retencao "
                       "padrao de 5 anos em modo ENSAIO"
           END-IF

      *> Corte: a data de negocio menos a retencao - desligado antes
      *> dele ja cumpriu o prazo legal de guarda.
           COMPUTE WS-CUTOFF-DATE =
               (BDT-YEAR - WS-RETENTION-YEARS) * 10000 +
               BDT-MONTH * 100 + BDT-DAY
           DISPLAY "Retencao: " WS-RETENTION-YEARS " ano(s) - "
                   "desligados antes de " WS-CUTOFF-DATE
           DISPLAY "Modo: " WS-RUN-MODE
           IF MODO-ENSAIO
               DISPLAY "ENSAIO: nada sera gravado"
           END-IF

      *> O historico de desligados e alimentado pelo EMPLOYEE-ARCHIVE
      *> sob enqueue exclusivo: a regravacao daqui usa o mesmo.
           MOVE "LGPD-ANONYMIZE" TO MLK-REQUESTOR
           PERFORM MST-LOCK-ACQUIRE-EXCL
           IF MLK-BUSY
               DISPLAY "RECURSO OCUPADO: o mestre de funcionarios "
                       "esta em uso - tente mais tarde"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao encontrado"
               DISPLAY "FILE STATUS: " WS-MASTER-FILE-STATUS
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               PERFORM MST-LOCK-RELEASE-EXCL
           END-IF.

      *> Carrega o historico de desligados e decide, linha a linha,
      *> quem ja passou da retencao. Quem voltou ao mestre ativo fica
      *> de fora; quem ja foi anonimizado em rodada anterior mantem o
      *> token (e e reprocessado nos demais arquivos, sem efeito se
      *> nada mudou).
       SELECT-EXPIRED-TERMINATIONS.
           OPEN INPUT TERM-HISTORY-FILE
           IF WS-TERMHIST-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: terminated_history.dat nao encontrado - "
                       "nenhum desligado a anonimizar"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ TERM-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TH-READ
                       IF WS-TH-QTDE < 2000
                           ADD 1 TO WS-TH-QTDE
                           MOVE TERMINATED-HISTORY-RECORD
                               TO WS-TH-REG(WS-TH-QTDE)
                       ELSE
                           DISPLAY "ERRO: historico de desligados "
                                   "excede 2000 linhas"
                           MOVE "Y" TO WS-ERROR-FLAG
                           MOVE 16 TO RETURN-CODE
                           MOVE "Y" TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-HISTORY-FILE
           IF WS-ERROR-FLAG = "Y"
               MOVE 0 TO WS-SUBJ-QTDE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-TH-INDEX FROM 1 BY 1
                   UNTIL WS-TH-INDEX > WS-TH-QTDE
               MOVE WS-TH-REG(WS-TH-INDEX) TO TERMINATED-HISTORY-RECORD
               IF TH-TERMINATION-DATE IS NUMERIC AND
                  TH-TERMINATION-DATE > 0 AND
                  TH-TERMINATION-DATE < WS-CUTOFF-DATE
                   ADD 1 TO WS-TH-EXPIRED
                   PERFORM CHECK-ONE-EXPIRED
               END-IF
           END-PERFORM
           DISPLAY "Linhas do historico com retencao vencida: "
                   WS-TH-EXPIRED.

       CHECK-ONE-EXPIRED.
           MOVE "N" TO WS-ON-MASTER
           MOVE TH-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO WS-ON-MASTER
           END-READ
           IF WS-ON-MASTER = "S"
               ADD 1 TO WS-REHIRED
               DISPLAY "Aviso: " TH-EMP-ID " readmitido (esta no "
                       "mestre ativo) - nao anonimizado"
               EXIT PARAGRAPH
           END-IF

           MOVE TH-MASTER-IMAGE TO ANV-RECORD
           MOVE TH-EMP-ID TO WS-SEARCH-ID
           PERFORM FIND-SUBJECT
           IF WS-SUBJ-MATCH = 0
               PERFORM ADD-SUBJECT
           END-IF
           IF WS-SUBJ-MATCH = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM ANONYMIZE-MASTER-IMAGE
           IF WS-IMAGE-CHANGED = "S"
               MOVE ANV-RECORD TO TH-MASTER-IMAGE
               MOVE TERMINATED-HISTORY-RECORD TO WS-TH-REG(WS-TH-INDEX)
               ADD 1 TO WS-SUBJ-TH-COUNT(WS-SUBJ-MATCH)
               MOVE "S" TO WS-TH-DIRTY
           END-IF.

       FIND-SUBJECT.
           MOVE 0 TO WS-SUBJ-MATCH
           PERFORM VARYING WS-SUBJ-INDEX FROM 1 BY 1
                   UNTIL WS-SUBJ-INDEX > WS-SUBJ-QTDE
               IF WS-SUBJ-ID(WS-SUBJ-INDEX) = WS-SEARCH-ID
                   MOVE WS-SUBJ-INDEX TO WS-SUBJ-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Imagem ja anonimizada em rodada anterior traz o token no
      *> nome: ele e reaproveitado, para o mesmo desligado ter um so
      *> token em todos os arquivos.
       ADD-SUBJECT.
           IF WS-SUBJ-QTDE >= 2000
               DISPLAY "Aviso: limite de 2000 desligados por rodada - "
                       TH-EMP-ID " fica para a proxima"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SUBJ-QTDE
           MOVE WS-SUBJ-QTDE TO WS-SUBJ-MATCH
           INITIALIZE WS-SUBJ-ENTRADAS(WS-SUBJ-MATCH)
           MOVE TH-EMP-ID           TO WS-SUBJ-ID(WS-SUBJ-MATCH)
           MOVE TH-TERMINATION-DATE TO WS-SUBJ-TERM-DATE(WS-SUBJ-MATCH)
           IF ANV-EMP-NAME(1:5) = "ANON-"
               MOVE ANV-EMP-NAME(1:25) TO WS-SUBJ-TOKEN(WS-SUBJ-MATCH)
           ELSE
               ADD 1 TO WS-TOKEN-SEQ
               ADD 1 TO WS-NEW-SUBJECTS
               MOVE SPACES TO WS-NEW-TOKEN
               STRING "ANON-" BDT-DATE "-" WS-RUN-TIME(1:6) "-"
                      WS-TOKEN-SEQ
                      DELIMITED BY SIZE INTO WS-NEW-TOKEN
               MOVE WS-NEW-TOKEN TO WS-SUBJ-TOKEN(WS-SUBJ-MATCH)
           END-IF
           IF ANV-HIRE-YEAR IS NUMERIC AND ANV-HIRE-MONTH IS NUMERIC
              AND ANV-HIRE-YEAR > 0
               COMPUTE WS-SUBJ-HIRE-PERIOD(WS-SUBJ-MATCH) =
                   ANV-HIRE-YEAR * 100 + ANV-HIRE-MONTH
           ELSE
               MOVE WS-CURRENT-PERIOD
                   TO WS-SUBJ-HIRE-PERIOD(WS-SUBJ-MATCH)
           END-IF.

      *> Troca nome, idade e nascimento da imagem do mestre pelo
      *> token do desligado (WS-SUBJ-MATCH). Salario, departamento,
      *> datas de admissao e codigos ficam - nao identificam a pessoa
      *> sem o nome e sustentam os totais historicos.
       ANONYMIZE-MASTER-IMAGE.
           MOVE "N" TO WS-IMAGE-CHANGED
           IF ANV-EMP-NAME NOT = WS-SUBJ-TOKEN(WS-SUBJ-MATCH) OR
              ANV-BIRTH-DATE NOT = ZEROS OR
              ANV-EMP-AGE NOT = ZEROS
               MOVE WS-SUBJ-TOKEN(WS-SUBJ-MATCH) TO ANV-EMP-NAME
               MOVE ZEROS TO ANV-EMP-AGE
               MOVE ZEROS TO ANV-BIRTH-DATE
               MOVE "S" TO WS-IMAGE-CHANGED
           END-IF.

       SAVE-TERMINATED-HISTORY.
           IF WS-TH-DIRTY NOT = "S" OR MODO-ENSAIO
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TERM-HISTORY-FILE
           IF WS-TERMHIST-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: nao foi possivel regravar "
                       "terminated_history.dat"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TH-INDEX FROM 1 BY 1
                   UNTIL WS-TH-INDEX > WS-TH-QTDE
               MOVE WS-TH-REG(WS-TH-INDEX) TO TERMINATED-HISTORY-RECORD
               WRITE TERMINATED-HISTORY-RECORD
           END-PERFORM
           CLOSE TERM-HISTORY-FILE.

      *> Um retrato por competencia, da admissao mais antiga dos
      *> anonimizados ate hoje; competencia sem retrato e pulada. O
      *> retrato e copiado para o arquivo de trabalho com as imagens
      *> trocadas e so volta por cima do original se algo mudou.
       ANONYMIZE-SNAPSHOTS.
           MOVE WS-CURRENT-PERIOD TO WS-SNAP-FROM
           PERFORM VARYING WS-SUBJ-INDEX FROM 1 BY 1
                   UNTIL WS-SUBJ-INDEX > WS-SUBJ-QTDE
               IF WS-SUBJ-HIRE-PERIOD(WS-SUBJ-INDEX) < WS-SNAP-FROM
                   MOVE WS-SUBJ-HIRE-PERIOD(WS-SUBJ-INDEX)
                       TO WS-SNAP-FROM
               END-IF
           END-PERFORM
           MOVE WS-SNAP-FROM TO WS-SNAP-PERIOD
           PERFORM UNTIL WS-SNAP-PERIOD > WS-CURRENT-PERIOD
               PERFORM ANONYMIZE-ONE-SNAPSHOT
               ADD 1 TO WS-SNAP-MONTH
               IF WS-SNAP-MONTH > 12
                   MOVE 1 TO WS-SNAP-MONTH
                   ADD 1 TO WS-SNAP-YEAR
               END-IF
           END-PERFORM
           DISPLAY "Retratos mensais examinados: " WS-SNAP-FILES.

       ANONYMIZE-ONE-SNAPSHOT.
           MOVE SPACES TO WS-SNAPSHOT-FILENAME
           STRING "../data/master_snapshot_" WS-SNAP-PERIOD ".dat"
                  DELIMITED BY SIZE INTO WS-SNAPSHOT-FILENAME
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SNAP-FILES
           OPEN OUTPUT WORK-FILE
           MOVE 0 TO WS-FILE-CHANGES
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SNAPSHOT-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SNP-MASTER-IMAGE TO ANV-RECORD
                       MOVE ANV-EMP-ID TO WS-SEARCH-ID
                       PERFORM FIND-SUBJECT
                       IF WS-SUBJ-MATCH > 0
                           PERFORM ANONYMIZE-MASTER-IMAGE
                           IF WS-IMAGE-CHANGED = "S"
                               MOVE ANV-RECORD TO SNP-MASTER-IMAGE
                               ADD 1 TO WS-FILE-CHANGES
                               ADD 1 TO
                                   WS-SUBJ-SNAP-COUNT(WS-SUBJ-MATCH)
                           END-IF
                       END-IF
                       WRITE WORK-RECORD FROM MASTER-SNAPSHOT-RECORD
               END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE
           CLOSE WORK-FILE
           IF WS-FILE-CHANGES > 0 AND MODO-REAL
               OPEN INPUT WORK-FILE
               OPEN OUTPUT SNAPSHOT-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ WORK-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE WORK-RECORD TO MASTER-SNAPSHOT-RECORD
                           WRITE MASTER-SNAPSHOT-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE SNAPSHOT-FILE
           END-IF
           IF WS-FILE-CHANGES > 0
               DISPLAY "Retrato " WS-SNAP-PERIOD ": " WS-FILE-CHANGES
                       " imagem(ns) anonimizada(s)"
           END-IF.

      *> CPF, endereco, cidade, UF e CEP: o CPF vira a marca
      *> ANONIMIZADO (11 posicoes, nunca passa pelo digito
      *> verificador - nao colide com CPF real) e o endereco recebe o
      *> token.
       ANONYMIZE-PERSONAL-DATA.
           IF MODO-REAL
               OPEN I-O PERSONAL-DATA-FILE
           ELSE
               OPEN INPUT PERSONAL-DATA-FILE
           END-IF
           IF WS-PERSONAL-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: personal_data.dat indisponivel - CPF e "
                       "endereco nao anonimizados nesta rodada"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUBJ-INDEX FROM 1 BY 1
                   UNTIL WS-SUBJ-INDEX > WS-SUBJ-QTDE
               MOVE WS-SUBJ-ID(WS-SUBJ-INDEX) TO PRS-EMP-ID
               READ PERSONAL-DATA-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PRS-CPF NOT = "ANONIMIZADO"
                           MOVE "ANONIMIZADO" TO PRS-CPF
                           MOVE WS-SUBJ-TOKEN(WS-SUBJ-INDEX)
                               TO PRS-ADDRESS
                           MOVE SPACES TO PRS-CITY
                           MOVE SPACES TO PRS-UF
                           MOVE ZEROS  TO PRS-CEP
                           IF MODO-REAL
                               REWRITE PERSONAL-DATA-RECORD
                           END-IF
                           ADD 1 TO WS-SUBJ-PRS-COUNT(WS-SUBJ-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERSONAL-DATA-FILE.

       ANONYMIZE-BANK-DETAILS.
           IF MODO-REAL
               OPEN I-O BANK-DETAILS-FILE
           ELSE
               OPEN INPUT BANK-DETAILS-FILE
           END-IF
           IF WS-BANK-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: bank_details.dat indisponivel - dados "
                       "bancarios nao anonimizados nesta rodada"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUBJ-INDEX FROM 1 BY 1
                   UNTIL WS-SUBJ-INDEX > WS-SUBJ-QTDE
               MOVE WS-SUBJ-ID(WS-SUBJ-INDEX) TO BNK-EMP-ID
               READ BANK-DETAILS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF BNK-BANK-CODE NOT = "000" OR
                          BNK-ACCOUNT NOT = "0000000000" OR
                          BNK-PIX-KEY NOT = SPACES
                           MOVE "000"        TO BNK-BANK-CODE
                           MOVE "00000"      TO BNK-BRANCH
                           MOVE "0000000000" TO BNK-ACCOUNT
                           MOVE "0"          TO BNK-ACCOUNT-DV
                           MOVE SPACE        TO BNK-ACCOUNT-TYPE
                           MOVE SPACES       TO BNK-RETURN-REASON
                           MOVE ZEROS        TO BNK-RETURN-DATE
                           MOVE SPACE        TO BNK-PIX-KEY-TYPE
                           MOVE SPACES       TO BNK-PIX-KEY
                           MOVE SPACE        TO BNK-PIX-USE
                           IF MODO-REAL
                               REWRITE BANK-DETAILS-RECORD
                           END-IF
                           ADD 1 TO WS-SUBJ-BNK-COUNT(WS-SUBJ-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANK-DETAILS-FILE.

      *> No historico de folha so o nome sai; valores, competencias e
      *> matricula ficam para a retencao fiscal e de FGTS.
       ANONYMIZE-PAYROLL-HISTORY.
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-PAYHIST-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: payroll_history.dat indisponivel"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE
           MOVE 0 TO WS-FILE-CHANGES
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PAYROLL-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE PD-EMP-ID TO WS-SEARCH-ID
                       PERFORM FIND-SUBJECT
                       IF WS-SUBJ-MATCH > 0
                           IF PD-EMP-NAME NOT =
                              WS-SUBJ-TOKEN(WS-SUBJ-MATCH)
                               MOVE WS-SUBJ-TOKEN(WS-SUBJ-MATCH)
                                   TO PD-EMP-NAME
                               ADD 1 TO WS-FILE-CHANGES
                               ADD 1 TO
                                   WS-SUBJ-PAY-COUNT(WS-SUBJ-MATCH)
                           END-IF
                       END-IF
                       WRITE WORK-RECORD FROM PAYROLL-DETAIL-RECORD
               END-READ
           END-PERFORM
           CLOSE PAYROLL-HISTORY-FILE
           CLOSE WORK-FILE
           IF WS-FILE-CHANGES > 0 AND MODO-REAL
               OPEN INPUT WORK-FILE
               OPEN OUTPUT PAYROLL-HISTORY-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ WORK-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE WORK-RECORD TO PAYROLL-DETAIL-RECORD
                           WRITE PAYROLL-DETAIL-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE PAYROLL-HISTORY-FILE
           END-IF
           DISPLAY "Pagamentos com nome anonimizado: " WS-FILE-CHANGES.

      *> O indexado e reconstruido pelo PAYROLL-HISTORY-BUILD a cada
      *> ciclo, mas ate la continua consultavel: leitura direta por
      *> matricula e REWRITE do nome na imagem PAYDTL.
       ANONYMIZE-PAYROLL-INDEX.
           IF MODO-ENSAIO
               EXIT PARAGRAPH
           END-IF
           OPEN I-O HISTORY-IX-FILE
           IF WS-HISTIX-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUBJ-INDEX FROM 1 BY 1
                   UNTIL WS-SUBJ-INDEX > WS-SUBJ-QTDE
               PERFORM ANONYMIZE-INDEX-ENTRIES
           END-PERFORM
           CLOSE HISTORY-IX-FILE.

       ANONYMIZE-INDEX-ENTRIES.
           MOVE SPACES TO PHX-KEY
           MOVE WS-SUBJ-ID(WS-SUBJ-INDEX) TO PHX-EMP-ID
           MOVE 0 TO PHX-REF-PERIOD
           MOVE 0 TO PHX-SEQ
           MOVE "N" TO WS-EOF-FLAG
           START HISTORY-IX-FILE KEY IS NOT LESS THAN PHX-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ HISTORY-IX-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PHX-EMP-ID NOT = WS-SUBJ-ID(WS-SUBJ-INDEX)
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           MOVE PHX-DETAIL TO WS-PAY-IMAGE
                           IF WPI-EMP-NAME NOT =
                              WS-SUBJ-TOKEN(WS-SUBJ-INDEX)
                               MOVE WS-SUBJ-TOKEN(WS-SUBJ-INDEX)
                                   TO WPI-EMP-NAME
                               MOVE WS-PAY-IMAGE TO PHX-DETAIL
                               REWRITE PAYROLL-HISTORY-IX-RECORD
                               ADD 1 TO WS-IX-REWRITES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Fila de aprovacao: os itens encerrados ficam como trilha de
      *> auditoria - a decisao e os valores ficam, o nome e o
      *> nascimento da imagem da transacao saem.
       ANONYMIZE-APPROVALS.
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE
           MOVE 0 TO WS-FILE-CHANGES
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ APPROVAL-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SAP-TRANS-IMAGE TO TRANSACTION-RECORD
                       MOVE TRANS-EMP-ID TO WS-SEARCH-ID
                       PERFORM FIND-SUBJECT
                       IF WS-SUBJ-MATCH > 0
                           IF TRANS-EMP-NAME NOT =
                              WS-SUBJ-TOKEN(WS-SUBJ-MATCH) OR
                              TRANS-BIRTH-DATE NOT = ZEROS
                               MOVE WS-SUBJ-TOKEN(WS-SUBJ-MATCH)
                                   TO TRANS-EMP-NAME
                               MOVE ZEROS TO TRANS-EMP-AGE
                               MOVE ZEROS TO TRANS-BIRTH-DATE
                               MOVE TRANSACTION-RECORD
                                   TO SAP-TRANS-IMAGE
                               ADD 1 TO WS-FILE-CHANGES
                               ADD 1 TO
                                   WS-SUBJ-APR-COUNT(WS-SUBJ-MATCH)
                           END-IF
                       END-IF
                       WRITE WORK-RECORD FROM SALARY-APPROVAL-RECORD
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE
           CLOSE WORK-FILE
           IF WS-FILE-CHANGES > 0 AND MODO-REAL
               OPEN INPUT WORK-FILE
               OPEN OUTPUT APPROVAL-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ WORK-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE WORK-RECORD TO SALARY-APPROVAL-RECORD
                           WRITE SALARY-APPROVAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE APPROVAL-FILE
           END-IF.

      *> Uma linha por desligado com alguma troca na rodada; em
      *> ENSAIO a mesma informacao vai so para o console.
       WRITE-ANONYMIZATION-LOG.
           IF MODO-REAL
               OPEN EXTEND LGPD-LOG-FILE
               IF WS-LGPDLOG-FILE-STATUS NOT = "00"
                   OPEN OUTPUT LGPD-LOG-FILE
               END-IF
           END-IF
           PERFORM VARYING WS-SUBJ-INDEX FROM 1 BY 1
                   UNTIL WS-SUBJ-INDEX > WS-SUBJ-QTDE
               IF WS-SUBJ-TH-COUNT(WS-SUBJ-INDEX) > 0 OR
                  WS-SUBJ-SNAP-COUNT(WS-SUBJ-INDEX) > 0 OR
                  WS-SUBJ-PRS-COUNT(WS-SUBJ-INDEX) > 0 OR
                  WS-SUBJ-BNK-COUNT(WS-SUBJ-INDEX) > 0 OR
                  WS-SUBJ-PAY-COUNT(WS-SUBJ-INDEX) > 0 OR
                  WS-SUBJ-APR-COUNT(WS-SUBJ-INDEX) > 0
                   PERFORM WRITE-ONE-LOG-LINE
               END-IF
           END-PERFORM
           IF MODO-REAL
               CLOSE LGPD-LOG-FILE
           END-IF.

       WRITE-ONE-LOG-LINE.
           MOVE SPACES TO LGPD-LOG-RECORD
           MOVE BDT-DATE                   TO LGL-RUN-DATE
           MOVE WS-RUN-TIME(1:6)           TO LGL-RUN-TIME
           MOVE WS-SUBJ-ID(WS-SUBJ-INDEX)  TO LGL-EMP-ID
           MOVE WS-SUBJ-TOKEN(WS-SUBJ-INDEX) TO LGL-TOKEN
           MOVE WS-SUBJ-TERM-DATE(WS-SUBJ-INDEX)
               TO LGL-TERMINATION-DATE
           MOVE WS-RETENTION-YEARS         TO LGL-RETENTION-YEARS
           MOVE WS-SUBJ-TH-COUNT(WS-SUBJ-INDEX)   TO LGL-TH-COUNT
           MOVE WS-SUBJ-SNAP-COUNT(WS-SUBJ-INDEX) TO LGL-SNAP-COUNT
           MOVE WS-SUBJ-PRS-COUNT(WS-SUBJ-INDEX)  TO LGL-PRS-COUNT
           MOVE WS-SUBJ-BNK-COUNT(WS-SUBJ-INDEX)  TO LGL-BNK-COUNT
           MOVE WS-SUBJ-PAY-COUNT(WS-SUBJ-INDEX)  TO LGL-PAY-COUNT
           MOVE WS-SUBJ-APR-COUNT(WS-SUBJ-INDEX)  TO LGL-APR-COUNT
           IF MODO-REAL
               WRITE LGPD-LOG-RECORD
           END-IF
           ADD 1 TO WS-LOG-LINES
           DISPLAY WS-SUBJ-ID(WS-SUBJ-INDEX) " -> "
                   WS-SUBJ-TOKEN(WS-SUBJ-INDEX) " (desligado em "
                   WS-SUBJ-TERM-DATE(WS-SUBJ-INDEX) ")".

       CLEANUP.
           CLOSE EMPLOYEE-MASTER-FILE
           PERFORM MST-LOCK-RELEASE-EXCL
           DISPLAY " "
           DISPLAY "=== RESUMO DA ANONIMIZACAO ==="
           DISPLAY "Linhas do historico de desligados: " WS-TH-READ
           DISPLAY "Com retencao vencida: " WS-TH-EXPIRED
           DISPLAY "Readmitidos (nao tocados): " WS-REHIRED
           DISPLAY "Desligados anonimizados pela primeira vez: "
                   WS-NEW-SUBJECTS
           DISPLAY "Desligados com alguma troca na rodada: "
                   WS-LOG-LINES
           DISPLAY "Historico indexado de folha regravado: "
                   WS-IX-REWRITES
           IF MODO-ENSAIO
               DISPLAY "ENSAIO - nenhum arquivo foi alterado"
           END-IF.

       WRITE-JOB-LOG-ENTRY.
           MOVE "LGPD-ANONYMIZE" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-TH-READ   TO JRL-RECORDS-PROCESSED
           MOVE WS-LOG-LINES TO JRL-RECORDS-REJECTED
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
                   WS-TH-READ / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-TH-READ TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY BUSDATE-RTN.
       COPY MSTLOCK-RTN.

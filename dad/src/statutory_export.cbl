      *> o ano; divergencia encerra com RETURN-CODE 8 e o arquivo nao
      *> deve ser entregue. O escritorio de contabilidade para de
      *> montar a declaracao raspando registros impressos.
      *> O adiantamento quinzenal (PD-PAY-TYPE "ADI") nao e pagamento
      *> a declarar: ja esta dentro do bruto da folha mensal da mesma
      *> competencia.
      *> O detalhe "DET" traz tambem o CBO e o titulo do cargo do
      *> beneficiario (acrescentados ao final do registro, sem
      *> deslocar campos): o cargo e o do ultimo pagamento do ano que
      *> o trouxe (PD-POSITION-CODE), com CBO e titulo do mestre de
      *> cargos (position_master.dat). Sem cargo ou sem o mestre os
      *> campos saem em branco e o beneficiario e avisado no console.
      *> A participacao nos lucros (PD-PAY-TYPE "PLR") soma no total
      *> pago e no IRRF como os demais pagamentos e sai tambem em
      *> campos proprios no fim do "DET" (valor e IRRF retido pela
      *> tabela exclusiva), acrescentados sem deslocar campos.
      *> O reembolso de despesas (PD-PAY-TYPE "REE") nao e rendimento
      *> nem tem retencao: fica fora da declaracao.
      *> Ano-base selado pelo YEAR-END-SEAL (payroll_seal.dat) sai do
      *> arquivo anual payroll_archive_<AAAA>.dat (PAYARCH.cpy) - o
      *> historico vivo ja nao tem o ano, e a declaracao refeita tem
      *> de ser a mesma que foi entregue.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS PRS-EMP-ID
               FILE STATUS IS WS-PERSONAL-FILE-STATUS.

           SELECT POSITION-MASTER-FILE ASSIGN TO "../data/position_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-FILE-STATUS.

           SELECT EXPORT-FILE ASSIGN TO "../data/dirf_annual.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

           SELECT PAYROLL-ARCHIVE-FILE ASSIGN DYNAMIC PSL-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT PAYROLL-SEAL-FILE ASSIGN TO "../data/payroll_seal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY PAYSEAL-FD.

       FD PAYROLL-ARCHIVE-FILE.
       COPY PAYARCH.
       FD STATEMENT-PARM-FILE.
       01 STATEMENT-PARM-RECORD.
           05 STP-REF-YEAR        PIC 9999.
       FD EXPORT-FILE.
       01 STATUTORY-EXPORT-RECORD.
           05 SEX-RECORD-TYPE     PIC X(3).
           05 SEX-DETAIL          PIC X(161).
           05 SEX-HDR-DETAIL REDEFINES SEX-DETAIL.
               10 SEX-REF-YEAR        PIC 9999.
               10 SEX-GEN-DATE        PIC 9(8).
               10 FILLER              PIC X(149).
           05 SEX-DET-DETAIL REDEFINES SEX-DETAIL.
               10 SEX-EMP-ID          PIC X(6).
               10 SEX-CPF             PIC X(11).
               10 SEX-TOTAL-INSS      PIC 9(10)V99.
               10 SEX-TOTAL-13        PIC 9(10)V99.
               10 FILLER              PIC X(5).
               10 SEX-CBO-CODE        PIC X(6).
               10 SEX-POSITION-TITLE  PIC X(30).
               10 SEX-TOTAL-PLR       PIC 9(10)V99.
               10 SEX-PLR-IRRF        PIC 9(10)V99.
           05 SEX-TRL-DETAIL REDEFINES SEX-DETAIL.
               10 SEX-REC-COUNT       PIC 9(7).
               10 SEX-PAID-HASH       PIC 9(13)V99.
               10 FILLER              PIC X(139).

       FD PERSONAL-DATA-FILE.
       COPY PERSDATA.

       FD POSITION-MASTER-FILE.
       COPY POSMST.

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY PAYSEAL.

       01 WS-FILE-STATUSES.
           05 WS-PARM-FILE-STATUS    PIC XX.
           05 WS-HISTORY-FILE-STATUS PIC XX.
           05 WS-ARCHIVE-FILE-STATUS PIC XX.
           05 WS-EXPORT-FILE-STATUS  PIC XX.
           05 WS-PERSONAL-FILE-STATUS PIC XX.
           05 WS-POSITION-FILE-STATUS PIC XX.
           05 WS-JOBLOG-FILE-STATUS  PIC XX.

       01 WS-FLAGS.
           05 WS-EMP-ENTRADAS OCCURS 600 TIMES.
               10 WS-EMP-TAB-ID       PIC X(6).
               10 WS-EMP-TAB-NAME     PIC X(30).
               10 WS-EMP-TAB-POSITION PIC X(5).
               10 WS-EMP-TAB-PAGO     PIC 9(11)V99 USAGE COMP-3.
               10 WS-EMP-TAB-IRRF     PIC 9(10)V99 USAGE COMP-3.
               10 WS-EMP-TAB-INSS     PIC 9(10)V99 USAGE COMP-3.
               10 WS-EMP-TAB-13       PIC 9(10)V99 USAGE COMP-3.
               10 WS-EMP-TAB-PLR      PIC 9(10)V99 USAGE COMP-3.
               10 WS-EMP-TAB-PLR-IRRF PIC 9(10)V99 USAGE COMP-3.
       01 WS-EMP-INDEX            PIC 9(4).
       01 WS-EMP-MATCH            PIC 9(4).

       01 WS-POSITION-TABLE.
           05 WS-POS-QTDE         PIC 99 VALUE 0.
           05 WS-POS-ENTRADAS OCCURS 50 TIMES.
               10 WS-POS-CODE         PIC X(5).
               10 WS-POS-TITLE        PIC X(30).
               10 WS-POS-CBO          PIC X(6).
       01 WS-POS-INDEX            PIC 99.
       01 WS-POS-MATCH            PIC 99.

      *> Acumulacao independente, na mesma regra que o YEAR-STATEMENT
      *> aplica ao ano: e contra ela que os totais exportados sao
      *> conferidos.
           05 WS-RECORDS-IN-YEAR  PIC 9(6) VALUE 0.
           05 WS-DETAILS-OUT      PIC 9(4) VALUE 0.
           05 WS-SEM-CPF          PIC 9(4) VALUE 0.
           05 WS-SEM-CBO          PIC 9(4) VALUE 0.

       01 WS-PERSONAL-OPEN        PIC X VALUE "N".

           PERFORM INITIALIZATION
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM LOAD-PAYROLL-HISTORY
               PERFORM LOAD-POSITION-MASTER
               PERFORM WRITE-EXPORT-FILE
               PERFORM VERIFY-TOTALS
           END-IF
           END-IF
           DISPLAY "Ano-base: " WS-REF-YEAR

           MOVE WS-REF-YEAR TO PSL-REQ-YEAR
           PERFORM PSL-CHECK-YEAR
           IF PSL-YEAR-SEALED
               OPEN INPUT PAYROLL-ARCHIVE-FILE
               IF WS-ARCHIVE-FILE-STATUS NOT = "00"
                   DISPLAY "ERRO CRITICO: ano selado e arquivo anual "
                           "nao encontrado: " PSL-ARCHIVE-NAME
                   MOVE "Y" TO WS-ERROR-FLAG
                   MOVE 16 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Fonte do historico: " PSL-ARCHIVE-NAME
                       " (ano selado)"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: payroll_history.dat nao encontrado"
           END-IF.

       LOAD-PAYROLL-HISTORY.
           IF PSL-YEAR-SEALED
               PERFORM LOAD-FROM-ARCHIVE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PAYROLL-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
           END-PERFORM
           CLOSE PAYROLL-HISTORY-FILE.

      *> Ano selado: os registros de detalhe do arquivo anual trazem a
      *> mesma imagem PAYDTL do historico.
       LOAD-FROM-ARCHIVE.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PAYROLL-ARCHIVE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PAR-DETAIL
                           ADD 1 TO WS-RECORDS-READ
                           MOVE PAR-DET-IMAGE TO PAYROLL-HISTORY-RECORD
                           IF PD-REF-YEAR = WS-REF-YEAR
                               ADD 1 TO WS-RECORDS-IN-YEAR
                               PERFORM ACCUMULATE-BENEFICIARY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-ARCHIVE-FILE.

       ACCUMULATE-BENEFICIARY.
           IF PD-TYPE-ADIANTAMENTO OR PD-TYPE-REEMBOLSO
               EXIT PARAGRAPH
           END-IF
           ADD PD-GROSS-PAY   TO WS-CHK-PAGO
           ADD PD-IRRF-AMOUNT TO WS-CHK-IRRF
           ADD PD-INSS-AMOUNT TO WS-CHK-INSS
               MOVE PD-EMP-NAME TO WS-EMP-TAB-NAME(WS-EMP-MATCH)
           END-IF
           IF WS-EMP-MATCH > 0
               IF PD-POSITION-CODE NOT = SPACES
                   MOVE PD-POSITION-CODE
                       TO WS-EMP-TAB-POSITION(WS-EMP-MATCH)
               END-IF
               ADD PD-GROSS-PAY   TO WS-EMP-TAB-PAGO(WS-EMP-MATCH)
               ADD PD-IRRF-AMOUNT TO WS-EMP-TAB-IRRF(WS-EMP-MATCH)
               ADD PD-INSS-AMOUNT TO WS-EMP-TAB-INSS(WS-EMP-MATCH)
               IF PD-TYPE-13-PARC1 OR PD-TYPE-13-PARC2
                   ADD PD-GROSS-PAY TO WS-EMP-TAB-13(WS-EMP-MATCH)
               END-IF
               IF PD-TYPE-PLR
                   ADD PD-GROSS-PAY   TO WS-EMP-TAB-PLR(WS-EMP-MATCH)
                   ADD PD-IRRF-AMOUNT
                       TO WS-EMP-TAB-PLR-IRRF(WS-EMP-MATCH)
               END-IF
           END-IF.

       LOAD-POSITION-MASTER.
           OPEN INPUT POSITION-MASTER-FILE
           IF WS-POSITION-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: position_master.dat nao encontrado - "
                       "declaracao sem CBO dos beneficiarios"
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

       WRITE-EXPORT-FILE.
           OPEN INPUT PERSONAL-DATA-FILE
           IF WS-PERSONAL-FILE-STATUS = "00"
               MOVE WS-EMP-TAB-IRRF(WS-EMP-INDEX) TO SEX-TOTAL-IRRF
               MOVE WS-EMP-TAB-INSS(WS-EMP-INDEX) TO SEX-TOTAL-INSS
               MOVE WS-EMP-TAB-13(WS-EMP-INDEX)   TO SEX-TOTAL-13
               MOVE WS-EMP-TAB-PLR(WS-EMP-INDEX)  TO SEX-TOTAL-PLR
               MOVE WS-EMP-TAB-PLR-IRRF(WS-EMP-INDEX) TO SEX-PLR-IRRF
               PERFORM FILL-BENEFICIARY-CBO
               WRITE STATUTORY-EXPORT-RECORD
               ADD WS-EMP-TAB-PAGO(WS-EMP-INDEX) TO WS-EXP-PAGO
               ADD WS-EMP-TAB-IRRF(WS-EMP-INDEX) TO WS-EXP-IRRF
                       "CPF cadastrado na declaracao"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-SEM-CBO > 0
               DISPLAY "AVISO: " WS-SEM-CBO " beneficiario(s) sem "
                       "cargo/CBO na declaracao"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Declaracao gravada: dirf_annual.dat ("
                   WS-DETAILS-OUT " beneficiario(s))".

                   MOVE PRS-CPF TO SEX-CPF
           END-READ.

       FILL-BENEFICIARY-CBO.
           MOVE SPACES TO SEX-CBO-CODE
           MOVE SPACES TO SEX-POSITION-TITLE
           MOVE 0 TO WS-POS-MATCH
           PERFORM VARYING WS-POS-INDEX FROM 1 BY 1
                   UNTIL WS-POS-INDEX > WS-POS-QTDE
               IF WS-POS-CODE(WS-POS-INDEX) =
                  WS-EMP-TAB-POSITION(WS-EMP-INDEX)
                   MOVE WS-POS-INDEX TO WS-POS-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-POS-MATCH > 0 AND
              WS-EMP-TAB-POSITION(WS-EMP-INDEX) NOT = SPACES
               MOVE WS-POS-CBO(WS-POS-MATCH)   TO SEX-CBO-CODE
               MOVE WS-POS-TITLE(WS-POS-MATCH) TO SEX-POSITION-TITLE
           ELSE
               ADD 1 TO WS-SEM-CBO
           END-IF.

      *> Conferencia de divergencia: os totais que sairam no arquivo
      *> precisam bater com a acumulacao independente do historico -
      *> os mesmos numeros do informe anual. Divergencia derruba o
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY PAYSEAL-RTN.

      *> caminho de leitura de periodo inteiro do indexado. Sem o
      *> indexado construido, cai para a varredura do sequencial de
      *> sempre, com aviso.
      *> O adiantamento quinzenal (PD-PAY-TYPE "ADI") fica fora do
      *> informe: e parte do salario do mes ja somada na folha mensal
      *> da mesma competencia.
      *> A participacao nos lucros (PD-PAY-TYPE "PLR") entra nos
      *> totais do ano como os demais pagamentos e sai tambem em
      *> linhas proprias - valor e IRRF retido -, por ser rendimento
      *> de tributacao exclusiva, que a declaracao do funcionario
      *> informa em separado.
      *> O reembolso de despesas (PD-PAY-TYPE "REE") nao e rendimento
      *> - devolve ao funcionario o que ele gastou pela empresa - e
      *> fica fora do informe.
      *> Ano selado pelo YEAR-END-SEAL (payroll_seal.dat) ja nao esta
      *> no historico vivo: o informe do ano sai do arquivo anual
      *> payroll_archive_<AAAA>.dat (PAYARCH.cpy), cujos registros de
      *> detalhe guardam a mesma imagem PAYDTL do indexado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS PHX-KEY
               FILE STATUS IS WS-HISTIX-FILE-STATUS.

           SELECT PAYROLL-ARCHIVE-FILE ASSIGN DYNAMIC PSL-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT PAYROLL-SEAL-FILE ASSIGN TO "../data/payroll_seal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSL-FILE-STATUS.

           SELECT PERSONAL-DATA-FILE ASSIGN TO "../data/personal_data.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD HISTORY-IX-FILE.
       COPY PAYHISTX.

       FD PAYROLL-ARCHIVE-FILE.
       COPY PAYARCH.

       COPY PAYSEAL-FD.

       FD PERSONAL-DATA-FILE.
       COPY PERSDATA.

           05 WS-PARM-FILE-STATUS      PIC XX.
           05 WS-HISTORY-FILE-STATUS   PIC XX.
           05 WS-HISTIX-FILE-STATUS    PIC XX.
           05 WS-ARCHIVE-FILE-STATUS   PIC XX.
           05 WS-PERSONAL-FILE-STATUS  PIC XX.
           05 WS-STATEMENT-FILE-STATUS PIC XX.
           05 WS-JOBLOG-FILE-STATUS    PIC XX.
           05 WS-SOURCE-FLAG          PIC X VALUE "I".
               88 FONTE-INDEXADO      VALUE "I".
               88 FONTE-SEQUENCIAL    VALUE "S".
               88 FONTE-ARQUIVO       VALUE "A".
           05 WS-PERSONAL-OPEN        PIC X VALUE "N".

       01 WS-REF-YEAR                 PIC 9999 VALUE 0.
               10 WS-EMP-TAB-INSS     PIC 9(10)V99 USAGE COMP-3.
               10 WS-EMP-TAB-IRRF     PIC 9(10)V99 USAGE COMP-3.
               10 WS-EMP-TAB-LIQUIDO  PIC 9(10)V99 USAGE COMP-3.
               10 WS-EMP-TAB-PLR      PIC 9(10)V99 USAGE COMP-3.
               10 WS-EMP-TAB-PLR-IRRF PIC 9(10)V99 USAGE COMP-3.
       01 WS-EMP-INDEX            PIC 9(4).
       01 WS-EMP-MATCH            PIC 9(4).

           05 WS-CURRENT-DAY      PIC 99.

       COPY MONEYFMT.
       COPY PAYSEAL.

       01 WS-HORA-INICIO.
           05 WS-INICIO-HORA      PIC 99.
           END-IF
           DISPLAY "Ano de referencia: " WS-REF-YEAR

           MOVE WS-REF-YEAR TO PSL-REQ-YEAR
           PERFORM PSL-CHECK-YEAR
           IF PSL-YEAR-SEALED
               SET FONTE-ARQUIVO TO TRUE
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

           OPEN INPUT HISTORY-IX-FILE
           IF WS-HISTIX-FILE-STATUS = "00"
               SET FONTE-INDEXADO TO TRUE
               PERFORM LOAD-FROM-INDEXED
               EXIT PARAGRAPH
           END-IF
           IF FONTE-ARQUIVO
               PERFORM LOAD-FROM-ARCHIVE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PAYROLL-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
           END-PERFORM
           CLOSE HISTORY-IX-FILE.

      *> Ano selado: so os registros de detalhe do arquivo anual, que
      *> ja sao todos do ano.
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
                               PERFORM ACCUMULATE-EMPLOYEE-YEAR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-ARCHIVE-FILE.

       ACCUMULATE-EMPLOYEE-YEAR.
           IF PD-TYPE-ADIANTAMENTO OR PD-TYPE-REEMBOLSO
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EMP-MATCH
           PERFORM VARYING WS-EMP-INDEX FROM 1 BY 1
                   UNTIL WS-EMP-INDEX > WS-EMP-QTDE
           ADD PD-GROSS-PAY  TO WS-EMP-TAB-BRUTO(WS-EMP-MATCH)
           ADD PD-INSS-AMOUNT TO WS-EMP-TAB-INSS(WS-EMP-MATCH)
           ADD PD-IRRF-AMOUNT TO WS-EMP-TAB-IRRF(WS-EMP-MATCH)
           ADD PD-NET-PAY    TO WS-EMP-TAB-LIQUIDO(WS-EMP-MATCH)
           IF PD-TYPE-PLR
               ADD PD-GROSS-PAY   TO WS-EMP-TAB-PLR(WS-EMP-MATCH)
               ADD PD-IRRF-AMOUNT TO WS-EMP-TAB-PLR-IRRF(WS-EMP-MATCH)
           END-IF.

       WRITE-STATEMENTS.
           OPEN INPUT PERSONAL-DATA-FILE
           STRING "RENDIMENTO LIQUIDO ANUAL..: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-EMP-TAB-PLR(WS-EMP-INDEX) > 0
               WRITE STATEMENT-LINE FROM SUB-SEPARATOR
               MOVE WS-EMP-TAB-PLR(WS-EMP-INDEX) TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO STATEMENT-LINE
               STRING "PLR (TRIBUTACAO EXCLUSIVA): " MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE WS-EMP-TAB-PLR-IRRF(WS-EMP-INDEX) TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO STATEMENT-LINE
               STRING "IRRF RETIDO SOBRE PLR.....: " MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           MOVE SPACES TO MONEY-FMT-CURRENCY
           WRITE STATEMENT-LINE FROM SEPARATOR
           MOVE SPACES TO STATEMENT-LINE
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY MONEYFMT-RTN.
       COPY PAYSEAL-RTN.

      *> encerra com RETURN-CODE 4 para o painel de operacao acusar;
      *> corrigidos os dados, o modo REENVIO do BANK-REMIT regenera a
      *> remessa e limpa a marca.
      *> Credito PIX devolvido (retorno do lote PIX, BNK-RETURN-CHANNEL
      *> "P") entra na mesma lista, com "PIX" na coluna VIA, e e
      *> contado a parte no rodape.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 WS-COUNTERS.
           05 WS-RECORDS-READ     PIC 9(5) VALUE 0.
           05 WS-OPEN-REJECTS     PIC 9(5) VALUE 0.
           05 WS-OPEN-PIX         PIC 9(5) VALUE 0.

       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YEAR     PIC 9999.

       01 WS-FORMATS.
           05 FORMATTED-DIAS      PIC ZZZZ9.
           05 FORMATTED-VIA       PIC X(5).

       01 WS-HEADERS.
           05 SEPARATOR      PIC X(120) VALUE ALL "=".
           05 TITLE-1        PIC X(120) VALUE
                   "ENVELHECIMENTO DE CREDITOS DEVOLVIDOS PELO BANCO".
           05 HEADER-TABLE   PIC X(120) VALUE
                   "ID     NOME                           DIAS   VIA   MOTIVO                         VALOR DEVIDO".

       COPY MONEYFMT.

               MOVE 0 TO WS-DAYS-OPEN
           END-IF
           MOVE WS-DAYS-OPEN TO FORMATTED-DIAS
           IF BNK-RETURN-VIA-PIX
               ADD 1 TO WS-OPEN-PIX
               MOVE "PIX" TO FORMATTED-VIA
           ELSE
               MOVE "CONTA" TO FORMATTED-VIA
           END-IF

           MOVE 0 TO WS-NET-MATCH
           PERFORM VARYING WS-NET-INDEX FROM 1 BY 1
               STRING BNK-EMP-ID " "
                      WS-NET-TAB-NAME(WS-NET-MATCH) " "
                      FORMATTED-DIAS "  "
                      FORMATTED-VIA " "
                      BNK-RETURN-REASON " "
                      MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO REPORT-LINE
               STRING BNK-EMP-ID " "
                      "(sem detalhe de folha)           "
                      FORMATTED-DIAS "  "
                      FORMATTED-VIA " "
                      BNK-RETURN-REASON
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           STRING "CREDITOS DEVOLVIDOS EM ABERTO: " WS-OPEN-REJECTS
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  DOS QUAIS VIA PIX: " WS-OPEN-PIX
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR
           CLOSE REPORT-FILE
           IF WS-OPEN-REJECTS > 0
           DISPLAY "=== RESUMO DO ENVELHECIMENTO ==="
           DISPLAY "Registros bancarios lidos: " WS-RECORDS-READ
           DISPLAY "Creditos devolvidos em aberto: " WS-OPEN-REJECTS
           DISPLAY "Dos quais via PIX: " WS-OPEN-PIX
           DISPLAY "Relatorio: bank_return_aging.txt".

       WRITE-JOB-LOG-ENTRY.

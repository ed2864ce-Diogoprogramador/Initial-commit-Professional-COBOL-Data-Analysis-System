      *> COMMAVG-RTN.cpy
      *> Rotinas compartilhadas da media de comissoes (ver
      *> COMMAVG.cpy). CAV-LOAD-AVERAGES le as fontes duas vezes: a
      *> primeira acha quem teve comissao na janela, a segunda marca
      *> todos os meses com folha mensal desses funcionarios - assim
      *> o mes sem venda tambem pesa na media. As fontes sao, para
      *> cada ano da janela que ja esta selado, o arquivo anual
      *> payroll_archive_AAAA.dat (o YEAR-END-SEAL tira o ano selado
      *> do historico), e depois o historico acumulado. Sem nenhuma
      *> fonte, nenhuma media (todas zero); ano selado sem o arquivo
      *> anual e aviso e os meses dele ficam fora da media.
       CAV-LOAD-AVERAGES.
           MOVE 0 TO CAV-QTDE
           COMPUTE CAV-FIRST-YEAR = CAV-FROM-PERIOD / 100
           COMPUTE CAV-LAST-YEAR  = CAV-TO-PERIOD / 100
           MOVE 1 TO CAV-PASS
           PERFORM CAV-READ-SOURCES
           IF CAV-QTDE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO CAV-PASS
           PERFORM CAV-READ-SOURCES.

      *> Arquivos anuais primeiro e o historico por ultimo: a ultima
      *> folha do mes lida e a que vale.
       CAV-READ-SOURCES.
           PERFORM VARYING CAV-YEAR FROM CAV-FIRST-YEAR BY 1
                   UNTIL CAV-YEAR > CAV-LAST-YEAR
               MOVE CAV-YEAR TO PSL-REQ-YEAR
               PERFORM PSL-CHECK-YEAR
               IF PSL-YEAR-SEALED
                   PERFORM CAV-READ-ARCHIVE
               END-IF
           END-PERFORM
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO CAV-EOF
           PERFORM UNTIL CAV-EOF = "S"
               READ PAYROLL-HISTORY-FILE
                   AT END MOVE "S" TO CAV-EOF
                   NOT AT END
                       PERFORM CAV-TAKE-RECORD
               END-READ
           END-PERFORM
           CLOSE PAYROLL-HISTORY-FILE.

      *> Ano selado: so os registros de detalhe do arquivo anual, com
      *> a imagem PAYDTL levada para o registro do historico.
       CAV-READ-ARCHIVE.
           OPEN INPUT PAYROLL-ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               IF CAV-PASS = 1
                   DISPLAY "Aviso: ano " CAV-YEAR " selado e arquivo "
                           "anual nao encontrado: " PSL-ARCHIVE-NAME
                           " - meses fora da media de comissoes"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO CAV-EOF
           PERFORM UNTIL CAV-EOF = "S"
               READ PAYROLL-ARCHIVE-FILE
                   AT END MOVE "S" TO CAV-EOF
                   NOT AT END
                       IF PAR-DETAIL
                           MOVE PAR-DET-IMAGE TO PAYROLL-HISTORY-RECORD
                           PERFORM CAV-TAKE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-ARCHIVE-FILE.

      *> Primeira passada: entra na tabela quem teve comissao. Segunda
      *> passada: marca o mes de quem esta na tabela.
       CAV-TAKE-RECORD.
           PERFORM CAV-CHECK-RECORD
           IF CAV-PASS = 1
               IF CAV-WORK-AMOUNT > 0
                   PERFORM CAV-FIND-EMPLOYEE
                   IF CAV-MATCH = 0 AND CAV-QTDE < 500
                       ADD 1 TO CAV-QTDE
                       INITIALIZE CAV-ENTRADAS(CAV-QTDE)
                       MOVE PH-EMP-ID TO CAV-TAB-ID(CAV-QTDE)
                   END-IF
               END-IF
           ELSE
               IF CAV-WORK-PERIOD > 0
                   PERFORM CAV-FIND-EMPLOYEE
                   IF CAV-MATCH > 0
                       MOVE "S" TO
                           CAV-TAB-FLAG(CAV-MATCH, PH-REF-MONTH)
                       MOVE CAV-WORK-AMOUNT TO
                           CAV-TAB-AMOUNT(CAV-MATCH, PH-REF-MONTH)
                   END-IF
               END-IF
           END-IF.

      *> Folha mensal dentro da janela: CAV-WORK-PERIOD com a
      *> competencia e CAV-WORK-AMOUNT com a comissao + DSR (zero no
      *> registro anterior aos campos). Fora disso, periodo zero.
       CAV-CHECK-RECORD.
           MOVE 0 TO CAV-WORK-PERIOD
           MOVE 0 TO CAV-WORK-AMOUNT
           IF NOT PH-TYPE-FOLHA OR PH-REF-YEAR NOT NUMERIC OR
              PH-REF-MONTH NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF PH-REF-MONTH < 1 OR PH-REF-MONTH > 12
               EXIT PARAGRAPH
           END-IF
           COMPUTE CAV-WORK-PERIOD = PH-REF-YEAR * 100 + PH-REF-MONTH
           IF CAV-WORK-PERIOD < CAV-FROM-PERIOD OR
              CAV-WORK-PERIOD > CAV-TO-PERIOD
               MOVE 0 TO CAV-WORK-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF PH-COMMISSION-AMOUNT NUMERIC
               ADD PH-COMMISSION-AMOUNT TO CAV-WORK-AMOUNT
           END-IF
           IF PH-COMMISSION-DSR NUMERIC
               ADD PH-COMMISSION-DSR TO CAV-WORK-AMOUNT
           END-IF.

       CAV-FIND-EMPLOYEE.
           MOVE 0 TO CAV-MATCH
           PERFORM VARYING CAV-INDEX FROM 1 BY 1
                   UNTIL CAV-INDEX > CAV-QTDE
               IF CAV-TAB-ID(CAV-INDEX) = PH-EMP-ID
                   MOVE CAV-INDEX TO CAV-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CAV-GET-AVERAGE.
           MOVE 0 TO CAV-SUM
           MOVE 0 TO CAV-MONTHS
           MOVE 0 TO CAV-AVERAGE
           PERFORM VARYING CAV-INDEX FROM 1 BY 1
                   UNTIL CAV-INDEX > CAV-QTDE
               IF CAV-TAB-ID(CAV-INDEX) = CAV-EMP-ID
                   PERFORM VARYING CAV-MONTH-INDEX FROM 1 BY 1
                           UNTIL CAV-MONTH-INDEX > 12
                       IF CAV-TAB-FLAG(CAV-INDEX, CAV-MONTH-INDEX) = "S"
                           ADD 1 TO CAV-MONTHS
                           ADD CAV-TAB-AMOUNT
                                   (CAV-INDEX, CAV-MONTH-INDEX)
                               TO CAV-SUM
                       END-IF
                   END-PERFORM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CAV-MONTHS > 0
               COMPUTE CAV-AVERAGE ROUNDED = CAV-SUM / CAV-MONTHS
           END-IF.

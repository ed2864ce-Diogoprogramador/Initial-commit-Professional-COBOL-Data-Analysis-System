      *> o RH distribuir por area sem redigitar 200 folhas num editor
      *> de texto. A natureza do pagamento (PD-PAY-TYPE) sai no
      *> cabecalho: folha mensal, 13o, ferias, acerto ou avulso.
      *> O adiantamento quinzenal ja pago e descontado na folha mensal
      *> (PD-ADVANCE-AMOUNT) sai em linha propria de desconto, e o
      *> proprio adiantamento (PD-PAY-TYPE "ADI") tem o seu
      *> contracheque com a natureza no cabecalho.
      *> O reflexo das extras no DSR e o adicional noturno
      *> (PD-DSR-AMOUNT, PD-NIGHT-HOURS/AMOUNT) aparecem em linhas
      *> proprias abaixo do bruto, como as extras.
      *> O cargo da competencia (PD-POSITION-CODE) sai nos dados
      *> cadastrais com titulo e CBO do mestre de cargos
      *> (position_master.dat); sem o mestre, ou em detalhe anterior
      *> ao campo, sai so o codigo ou nada.
      *> As parcelas de emprestimo consignado retidas
      *> (PD-LOAN-AMOUNT) saem em linha propria de desconto, depois
      *> das pensoes; detalhe anterior ao campo nao mostra a linha.
      *> A contribuicao sindical (PD-UNION-DUES) sai do mesmo jeito,
      *> com o codigo do sindicato, antes do consignado.
      *> A coparticipacao do plano de saude/odonto (PD-HEALTH-COPAY)
      *> sai em linha propria com a quantidade de vidas cobertas;
      *> detalhe anterior ao campo nao mostra a linha.
      *> O desconto do vale-transporte (PD-TRANSIT-AMOUNT) sai em
      *> linha propria, antes do plano de saude, do mesmo jeito.
      *> A contribuicao a previdencia complementar (PD-PENSION-AMOUNT)
      *> sai em linha propria logo depois do IRRF, do mesmo jeito.
      *> Quem contribui ao INSS por mais de um vinculo
      *> (PD-INSS-COMBINED-BASE) ve, logo abaixo do desconto do INSS,
      *> a base combinada do CPF e o ajuste em relacao ao INSS do
      *> vinculo isolado (PD-INSS-STANDALONE); detalhe anterior ao
      *> campo nao mostra as linhas.
      *> A participacao nos lucros (PD-PAY-TYPE "PLR") tem o seu
      *> contracheque com a natureza no cabecalho; o IRRF dele e o da
      *> tabela exclusiva da PLR.
      *> O reembolso de despesas (PD-PAY-TYPE "REE") sai como
      *> demonstrativo do credito, com a natureza no cabecalho e sem
      *> descontos.
      *> A comissao de vendas e o seu DSR (PD-COMMISSION-AMOUNT/
      *> PD-COMMISSION-DSR) saem abaixo do bruto, como as extras; no
      *> 13o e nas ferias sai a media de comissoes que entrou na base.
      *> Detalhe anterior aos campos nao mostra as linhas.
      *> Abaixo do adiantamento descontado saem, quando houver, o
      *> saldo trazido da folha anterior que entrou no desconto e o
      *> que o liquido nao comportou e fica para a proxima folha
      *> (PD-ADVANCE-CARRY-IN/PD-ADVANCE-RESIDUE), so como aviso.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELEMENTS-FILE-STATUS.

           SELECT POSITION-MASTER-FILE ASSIGN TO "../data/position_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-FILE-STATUS.

           SELECT PAYSLIP-FILE ASSIGN TO "payslips.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYSLIP-FILE-STATUS.
       FD ELEMENTS-FILE.
       COPY PAYELEMD.

       FD POSITION-MASTER-FILE.
       COPY POSMST.

       FD PAYSLIP-FILE.
       01 PAYSLIP-LINE            PIC X(80).

           05 WS-DETAIL-FILE-STATUS  PIC XX.
           05 WS-ELEMENTS-FILE-STATUS PIC XX.
           05 WS-PAYSLIP-FILE-STATUS PIC XX.
           05 WS-POSITION-FILE-STATUS PIC XX.
           05 WS-JOBLOG-FILE-STATUS  PIC XX.

       01 WS-FLAGS.
       01 WS-SLIP-TABLE.
           05 WS-SLIP-QTDE        PIC 9(4) VALUE 0.
           05 WS-SLIP-ENTRADAS OCCURS 600 TIMES.
               10 WS-SLIP-RECORD      PIC X(400).
       01 WS-SLIP-INDEX           PIC 9(4).

       01 WS-DEPT-TABLE.
               10 WS-ELM-AMOUNT       PIC 9(8)V99.
       01 WS-ELM-INDEX            PIC 9(4).

      *> Cargos (position_master.dat), para titulo e CBO nos dados
      *> cadastrais do contracheque.
       01 WS-POSITION-TABLE.
           05 WS-POS-QTDE         PIC 99 VALUE 0.
           05 WS-POS-ENTRADAS OCCURS 50 TIMES.
               10 WS-POS-CODE         PIC X(5).
               10 WS-POS-TITLE        PIC X(30).
               10 WS-POS-CBO          PIC X(6).
       01 WS-POS-INDEX            PIC 99.
       01 WS-POS-MATCH            PIC 99.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ     PIC 9(5) VALUE 0.
           05 WS-SLIPS-OUT        PIC 9(5) VALUE 0.
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM LOAD-PAYROLL-DETAILS
               PERFORM LOAD-PAYROLL-ELEMENTS
               PERFORM LOAD-POSITION-MASTER
               PERFORM WRITE-PAYSLIPS
           END-IF
           PERFORM DISPLAY-SUMMARY
           END-PERFORM
           CLOSE ELEMENTS-FILE.

      *> Sem mestre de cargos o contracheque sai so com o codigo do
      *> cargo.
       LOAD-POSITION-MASTER.
           OPEN INPUT POSITION-MASTER-FILE
           IF WS-POSITION-FILE-STATUS NOT = "00"
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

       REGISTER-DEPARTMENT.
           MOVE 0 TO WS-DEPT-MATCH
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
           STRING "DEPARTAMENTO: " PD-DEPARTMENT
                  DELIMITED BY SIZE INTO PAYSLIP-LINE
           WRITE PAYSLIP-LINE
           IF PD-POSITION-CODE NOT = SPACES
               PERFORM WRITE-POSITION-LINE
           END-IF
           WRITE PAYSLIP-LINE FROM SUB-SEPARATOR

           MOVE PD-CURRENCY-CODE TO MONEY-FMT-CURRENCY
                      DELIMITED BY SIZE INTO PAYSLIP-LINE
               WRITE PAYSLIP-LINE
           END-IF
           IF PD-DSR-AMOUNT NUMERIC AND PD-DSR-AMOUNT > 0
               MOVE PD-DSR-AMOUNT TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO PAYSLIP-LINE
               STRING "  (inclui DSR sobre extras: " MONEY-FMT-OUTPUT ")"
                      DELIMITED BY SIZE INTO PAYSLIP-LINE
               WRITE PAYSLIP-LINE
           END-IF
           IF PD-NIGHT-AMOUNT NUMERIC AND PD-NIGHT-AMOUNT > 0
               MOVE PD-NIGHT-HOURS TO FORMATTED-HORAS
               MOVE PD-NIGHT-AMOUNT TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO PAYSLIP-LINE
               STRING "  (inclui adicional noturno " FORMATTED-HORAS
                      "h: " MONEY-FMT-OUTPUT ")"
                      DELIMITED BY SIZE INTO PAYSLIP-LINE
               WRITE PAYSLIP-LINE
           END-IF
           IF PD-COMMISSION-AMOUNT NUMERIC AND
              PD-COMMISSION-AMOUNT > 0
               MOVE PD-COMMISSION-AMOUNT TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO PAYSLIP-LINE
               IF PD-TYPE-FOLHA
                   STRING "  (inclui comissao de vendas: "
                          MONEY-FMT-OUTPUT ")"
                          DELIMITED BY SIZE INTO PAYSLIP-LINE
               ELSE
                   STRING "  (base inclui media de comissoes: "
                          MONEY-FMT-OUTPUT ")"
                          DELIMITED BY SIZE INTO PAYSLIP-LINE
               END-IF
               WRITE PAYSLIP-LINE
           END-IF
           IF PD-COMMISSION-DSR NUMERIC AND PD-COMMISSION-DSR > 0
               MOVE PD-COMMISSION-DSR TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO PAYSLIP-LINE
               STRING "  (inclui DSR sobre comissao: " MONEY-FMT-OUTPUT
                      ")"
                      DELIMITED BY SIZE INTO PAYSLIP-LINE
               WRITE PAYSLIP-LINE
           END-IF
           IF PD-ABSENCE-AMOUNT NUMERIC AND PD-ABSENCE-AMOUNT > 0
               MOVE PD-ABSENCE-DAYS TO FORMATTED-DIAS
               MOVE PD-ABSENCE-AMOUNT TO MONEY-FMT-INPUT
           STRING "DESCONTO INSS.............: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO PAYSLIP-LINE
           WRITE PAYSLIP-LINE
           IF PD-INSS-COMBINED-BASE NUMERIC AND
              PD-INSS-COMBINED-BASE > 0 AND PD-INSS-STANDALONE NUMERIC
               MOVE PD-INSS-COMBINED-BASE TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO PAYSLIP-LINE
               STRING "  (multiplos vinculos - base combinada: "
                      MONEY-FMT-OUTPUT ")"
                      DELIMITED BY SIZE INTO PAYSLIP-LINE
               WRITE PAYSLIP-LINE
               MOVE SPACES TO PAYSLIP-LINE
               IF PD-INSS-STANDALONE > PD-INSS-AMOUNT
                   COMPUTE MONEY-FMT-INPUT =
                       PD-INSS-STANDALONE - PD-INSS-AMOUNT
                   PERFORM FORMAT-CURRENCY
                   STRING "  (ajuste do teto: -" MONEY-FMT-OUTPUT
                          " sobre o vinculo isolado)"
                          DELIMITED BY SIZE INTO PAYSLIP-LINE
               ELSE
                   COMPUTE MONEY-FMT-INPUT =
                       PD-INSS-AMOUNT - PD-INSS-STANDALONE
                   PERFORM FORMAT-CURRENCY
                   STRING "  (ajuste da base combinada: +"
                          MONEY-FMT-OUTPUT " sobre o isolado)"
                          DELIMITED BY SIZE INTO PAYSLIP-LINE
               END-IF
               WRITE PAYSLIP-LINE
           END-IF
           MOVE PD-IRRF-AMOUNT TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO PAYSLIP-LINE
           STRING "DESCONTO IRRF.............: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO PAYSLIP-LINE
           WRITE PAYSLIP-LINE
           IF PD-PENSION-AMOUNT NUMERIC AND PD-PENSION-AMOUNT > 0
               MOVE PD-PENSION-AMOUNT TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO PAYSLIP-LINE
               STRING "PREVIDENCIA PRIVADA.......: " MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO PAYSLIP-LINE
               WRITE PAYSLIP-LINE
           END-IF
           IF PD-GARNISH-AMOUNT NUMERIC AND PD-GARNISH-AMOUNT > 0
               MOVE PD-GARNISH-AMOUNT TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
                      DELIMITED BY SIZE INTO PAYSLIP-LINE
               WRITE PAYSLIP-LINE
           END-IF
           IF PD-TRANSIT-AMOUNT NUMERIC AND PD-TRANSIT-AMOUNT > 0
               MOVE PD-TRANSIT-AMOUNT TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO PAYSLIP-LINE
               STRING "VALE-TRANSPORTE...........: " MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO PAYSLIP-LINE
               WRITE PAYSLIP-LINE
           END-IF
           IF PD-HEALTH-COPAY NUMERIC AND PD-HEALTH-COPAY > 0
               MOVE PD-HEALTH-COPAY TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO PAYSLIP-LINE
               STRING "PLANO SAUDE " PD-HEALTH-LIVES
                      " VIDA(S)....: " MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO PAYSLIP-LINE
               WRITE PAYSLIP-LINE
           END-IF
           IF PD-UNION-DUES NUMERIC AND PD-UNION-DUES > 0
               MOVE PD-UNION-DUES TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO PAYSLIP-LINE
               STRING "CONTRIB. SINDICAL " PD-UNION-CODE ".....: "
                      MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO PAYSLIP-LINE
               WRITE PAYSLIP-LINE
           END-IF
           IF PD-LOAN-AMOUNT NUMERIC AND PD-LOAN-AMOUNT > 0
               MOVE PD-LOAN-AMOUNT TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO PAYSLIP-LINE
               STRING "EMPRESTIMO CONSIGNADO.....: " MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO PAYSLIP-LINE
               WRITE PAYSLIP-LINE
           END-IF
           IF PD-ADVANCE-AMOUNT NUMERIC AND PD-ADVANCE-AMOUNT > 0
               MOVE PD-ADVANCE-AMOUNT TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO PAYSLIP-LINE
               STRING "ADIANTAMENTO QUINZENAL....: " MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO PAYSLIP-LINE
               WRITE PAYSLIP-LINE
           END-IF
           IF PD-ADVANCE-CARRY-IN NUMERIC AND PD-ADVANCE-CARRY-IN > 0
               MOVE PD-ADVANCE-CARRY-IN TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO PAYSLIP-LINE
               STRING "  (inclui saldo anterior: " MONEY-FMT-OUTPUT ")"
                      DELIMITED BY SIZE INTO PAYSLIP-LINE
               WRITE PAYSLIP-LINE
           END-IF
           IF PD-ADVANCE-RESIDUE NUMERIC AND PD-ADVANCE-RESIDUE > 0
               MOVE PD-ADVANCE-RESIDUE TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO PAYSLIP-LINE
               STRING "  (adiantamento a descontar na proxima folha: "
                      MONEY-FMT-OUTPUT ")"
                      DELIMITED BY SIZE INTO PAYSLIP-LINE
               WRITE PAYSLIP-LINE
           END-IF
           PERFORM VARYING WS-ELM-INDEX FROM 1 BY 1
                   UNTIL WS-ELM-INDEX > WS-ELM-QTDE
               IF WS-ELM-EMP(WS-ELM-INDEX) = PD-EMP-ID
           MOVE SPACES TO PAYSLIP-LINE
           WRITE PAYSLIP-LINE.

      *> Cargo que nao esta no mestre (desativado e expurgado depois
      *> do pagamento) sai so com o codigo.
       WRITE-POSITION-LINE.
           MOVE 0 TO WS-POS-MATCH
           PERFORM VARYING WS-POS-INDEX FROM 1 BY 1
                   UNTIL WS-POS-INDEX > WS-POS-QTDE
               IF WS-POS-CODE(WS-POS-INDEX) = PD-POSITION-CODE
                   MOVE WS-POS-INDEX TO WS-POS-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO PAYSLIP-LINE
           IF WS-POS-MATCH > 0
               STRING "CARGO.......: " WS-POS-TITLE(WS-POS-MATCH)
                      " CBO " WS-POS-CBO(WS-POS-MATCH)
                      DELIMITED BY SIZE INTO PAYSLIP-LINE
           ELSE
               STRING "CARGO.......: " PD-POSITION-CODE
                      DELIMITED BY SIZE INTO PAYSLIP-LINE
           END-IF
           WRITE PAYSLIP-LINE.

       WRITE-ELEMENT-LINE.
           MOVE WS-ELM-AMOUNT(WS-ELM-INDEX) TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
                   MOVE "PAGAMENTO AVULSO" TO WS-PAY-TYPE-DESC
               WHEN PD-TYPE-RESCISAO
                   MOVE "RESCISAO" TO WS-PAY-TYPE-DESC
               WHEN PD-TYPE-ADIANTAMENTO
                   MOVE "ADIANTAMENTO QUINZENAL" TO WS-PAY-TYPE-DESC
               WHEN PD-TYPE-PLR
                   MOVE "PARTICIPACAO NOS LUCROS (PLR)"
                       TO WS-PAY-TYPE-DESC
               WHEN PD-TYPE-REEMBOLSO
                   MOVE "REEMBOLSO DE DESPESAS" TO WS-PAY-TYPE-DESC
               WHEN OTHER
                   MOVE "FOLHA MENSAL" TO WS-PAY-TYPE-DESC
           END-EVALUATE.

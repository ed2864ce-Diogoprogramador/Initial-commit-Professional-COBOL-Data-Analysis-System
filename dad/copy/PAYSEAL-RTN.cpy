      *> PAYSEAL-RTN.cpy
      *> Rotinas compartilhadas do registro de selagem anual (ver
      *> PAYSEAL.cpy). PSL-CHECK-YEAR responde se PSL-REQ-YEAR esta
      *> selado e monta PSL-ARCHIVE-NAME; sem payroll_seal.dat nenhum
      *> ano esta selado. PSL-DISPLAY-REFUSAL e a mensagem padrao de
      *> quem recusa lancar no historico de um ano selado - o
      *> programa chamador decide o codigo de retorno.
       PSL-CHECK-YEAR.
           IF NOT PSL-REGISTER-LOADED
               PERFORM PSL-LOAD-REGISTER
           END-IF
           MOVE "N" TO PSL-REQ-FLAG
           PERFORM VARYING PSL-INDEX FROM 1 BY 1
                   UNTIL PSL-INDEX > PSL-YEAR-QTDE
               IF PSL-SEALED-YEAR(PSL-INDEX) = PSL-REQ-YEAR
                   SET PSL-YEAR-SEALED TO TRUE
               END-IF
           END-PERFORM
           MOVE SPACES TO PSL-ARCHIVE-NAME
           STRING "../data/payroll_archive_" PSL-REQ-YEAR ".dat"
                  DELIMITED BY SIZE INTO PSL-ARCHIVE-NAME.

       PSL-LOAD-REGISTER.
           SET PSL-REGISTER-LOADED TO TRUE
           MOVE 0 TO PSL-YEAR-QTDE
           OPEN INPUT PAYROLL-SEAL-FILE
           IF PSL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PSL-FILE-STATUS NOT = "00"
               READ PAYROLL-SEAL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PSL-YEAR NUMERIC AND PSL-YEAR-QTDE < 50
                           ADD 1 TO PSL-YEAR-QTDE
                           MOVE PSL-YEAR
                               TO PSL-SEALED-YEAR(PSL-YEAR-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-SEAL-FILE.

       PSL-DISPLAY-REFUSAL.
           DISPLAY "ERRO: o ano " PSL-REQ-YEAR " esta selado "
                   "(payroll_seal.dat) - o historico do ano e "
                   "definitivo e nao recebe lancamentos"
           DISPLAY "Arquivo anual do ano: " PSL-ARCHIVE-NAME.

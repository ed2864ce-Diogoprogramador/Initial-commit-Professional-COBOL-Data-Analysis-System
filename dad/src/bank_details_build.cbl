      *> BANK-REMIT possa localizar a conta de um unico funcionario
      *> sem varrer o arquivo inteiro - o mesmo papel que
      *> EMPLOYEE-MASTER-BUILD cumpre para employee_master.dat.
      *> Desligado ja anonimizado pelo LGPD-ANONYMIZE (nome trocado
      *> pelo token ANON- em terminated_history.dat) nao volta ao
      *> mestre bancario: a linha do extrato e pulada e contada a
      *> parte, para a conta nao reaparecer depois de vencida a
      *> retencao.
      *> A chave PIX que vem no extrato (mesmas posicoes do mestre,
      *> BANKDTL.cpy) e validada conforme o tipo antes de entrar no
      *> mestre: CPF tem de ser o do proprio funcionario no mestre de
      *> dados pessoais (personal_data.dat), e-mail com um unico "@" e
      *> dominio com ponto, telefone +55 com DDD e numero, chave
      *> aleatoria no formato de 36 posicoes com hifens. Chave
      *> invalida e descartada com aviso (os dados da conta entram do
      *> mesmo jeito) e a execucao encerra com RETURN-CODE 4 - o
      *> liquido nunca sai por PIX para uma chave que nao confere.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BNK-EMP-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT TERM-HISTORY-FILE ASSIGN TO "../data/terminated_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMHIST-FILE-STATUS.
           SELECT PERSONAL-DATA-FILE ASSIGN TO "../data/personal_data.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRS-EMP-ID
               FILE STATUS IS WS-PERSONAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BANK-INPUT-FILE.
       01 BANK-INPUT-RECORD       PIC X(145).

       FD BANK-DETAILS-FILE.
       COPY BANKDTL.

       FD TERM-HISTORY-FILE.
       COPY TERMHIST.

       FD PERSONAL-DATA-FILE.
       COPY PERSDATA.

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 WS-INPUT-FILE-STATUS     PIC XX.
           05 WS-MASTER-FILE-STATUS    PIC XX.
           05 WS-TERMHIST-FILE-STATUS  PIC XX.
           05 WS-PERSONAL-FILE-STATUS  PIC XX.
           05 WS-PERSONAL-OPEN         PIC X VALUE "N".
           05 WS-ANON-FOUND            PIC X.
           05 WS-EOF-FLAG              PIC X VALUE "N".
               88 END-OF-FILE          VALUE "Y".
               88 NOT-END-OF-FILE      VALUE "N".
           05 WS-RECORDS-READ    PIC 999 VALUE 0.
           05 WS-RECORDS-WRITTEN PIC 999 VALUE 0.
           05 WS-WRITE-ERRORS    PIC 999 VALUE 0.
           05 WS-ANON-SKIPPED    PIC 999 VALUE 0.
           05 WS-PIX-ACCEPTED    PIC 999 VALUE 0.
           05 WS-PIX-DISCARDED   PIC 999 VALUE 0.

      *> Matriculas anonimizadas no historico de desligados.
       01 WS-ANON-TABLE.
           05 WS-ANON-QTDE       PIC 9(4) VALUE 0.
           05 WS-ANON-ID OCCURS 2000 TIMES PIC X(6).
       01 WS-ANON-INDEX          PIC 9(4).

      *> Conferencia da chave PIX: tamanho util da chave, posicao do
      *> "@" do e-mail e os 32 digitos hexadecimais da chave
      *> aleatoria sem os hifens.
       01 WS-PIX-CHECK.
           05 WS-PIX-VALID       PIC X.
           05 WS-PIX-MOTIVO      PIC X(40).
           05 WS-PIX-LEN         PIC 99.
           05 WS-PIX-AT-COUNT    PIC 99.
           05 WS-PIX-AT-POS      PIC 99.
           05 WS-PIX-DOT-COUNT   PIC 99.
           05 WS-PIX-HEX         PIC X(32).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       INITIALIZATION.
           DISPLAY "=== CONSTRUCAO DO MESTRE DE DADOS BANCARIOS ==="
           PERFORM LOAD-ANONYMIZED-IDS
           OPEN INPUT PERSONAL-DATA-FILE
           IF WS-PERSONAL-FILE-STATUS = "00"
               MOVE "S" TO WS-PERSONAL-OPEN
           ELSE
               DISPLAY "Aviso: personal_data.dat nao encontrado - "
                       "chaves PIX do tipo CPF serao descartadas"
           END-IF

           OPEN INPUT BANK-INPUT-FILE
           IF WS-INPUT-FILE-STATUS NOT = "00"
               GOBACK
           END-IF.

       LOAD-ANONYMIZED-IDS.
           OPEN INPUT TERM-HISTORY-FILE
           IF WS-TERMHIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TERMHIST-FILE-STATUS NOT = "00"
               READ TERM-HISTORY-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF TH-MASTER-IMAGE(7:5) = "ANON-" AND
                          WS-ANON-QTDE < 2000
                           ADD 1 TO WS-ANON-QTDE
                           MOVE TH-EMP-ID TO WS-ANON-ID(WS-ANON-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-HISTORY-FILE.

       BUILD-MASTER-FILE.
           PERFORM UNTIL END-OF-FILE
               READ BANK-INPUT-FILE INTO BANK-DETAILS-RECORD

       COPY-TO-MASTER.
           ADD 1 TO WS-RECORDS-READ
           MOVE "N" TO WS-ANON-FOUND
           PERFORM VARYING WS-ANON-INDEX FROM 1 BY 1
                   UNTIL WS-ANON-INDEX > WS-ANON-QTDE
               IF WS-ANON-ID(WS-ANON-INDEX) = BNK-EMP-ID
                   MOVE "S" TO WS-ANON-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ANON-FOUND = "S"
               ADD 1 TO WS-ANON-SKIPPED
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-PIX-KEY
           WRITE BANK-DETAILS-RECORD
           IF WS-MASTER-FILE-STATUS = "00"
               ADD 1 TO WS-RECORDS-WRITTEN
                       " - FILE STATUS: " WS-MASTER-FILE-STATUS
           END-IF.

      *> Sem chave e sem uso PIX, nada a conferir. Chave que nao
      *> confere sai do registro inteira (tipo, chave e uso) - o
      *> funcionario continua recebendo na conta.
       VALIDATE-PIX-KEY.
           MOVE "S" TO WS-PIX-VALID
           MOVE SPACES TO WS-PIX-MOTIVO
           IF BNK-SEM-PIX AND BNK-PIX-KEY = SPACES
               IF NOT BNK-PIX-NAO-USA
                   MOVE "N" TO WS-PIX-VALID
                   MOVE "uso PIX informado sem chave" TO WS-PIX-MOTIVO
                   PERFORM DISCARD-PIX-KEY
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PIX-LEN
           INSPECT BNK-PIX-KEY TALLYING WS-PIX-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PIX-LEN = 0 OR
              (WS-PIX-LEN < 77 AND
               BNK-PIX-KEY(WS-PIX-LEN + 1:) NOT = SPACES)
               MOVE "N" TO WS-PIX-VALID
               MOVE "chave PIX vazia ou com espacos" TO WS-PIX-MOTIVO
           ELSE
               EVALUATE TRUE
                   WHEN BNK-PIX-CPF
                       PERFORM CHECK-PIX-CPF
                   WHEN BNK-PIX-EMAIL
                       PERFORM CHECK-PIX-EMAIL
                   WHEN BNK-PIX-TELEFONE
                       PERFORM CHECK-PIX-PHONE
                   WHEN BNK-PIX-ALEATORIA
                       PERFORM CHECK-PIX-RANDOM
                   WHEN OTHER
                       MOVE "N" TO WS-PIX-VALID
                       MOVE "tipo de chave PIX invalido"
                           TO WS-PIX-MOTIVO
               END-EVALUATE
           END-IF
           IF WS-PIX-VALID = "S" AND NOT BNK-PIX-TODOS
              AND NOT BNK-PIX-AVULSOS AND NOT BNK-PIX-NAO-USA
               MOVE "N" TO WS-PIX-VALID
               MOVE "uso PIX invalido (T, A ou branco)"
                   TO WS-PIX-MOTIVO
           END-IF
           IF WS-PIX-VALID = "S"
               ADD 1 TO WS-PIX-ACCEPTED
           ELSE
               PERFORM DISCARD-PIX-KEY
           END-IF.

       DISCARD-PIX-KEY.
           ADD 1 TO WS-PIX-DISCARDED
           DISPLAY "Aviso: chave PIX de " BNK-EMP-ID
                   " descartada - " WS-PIX-MOTIVO
           MOVE SPACE  TO BNK-PIX-KEY-TYPE
           MOVE SPACES TO BNK-PIX-KEY
           MOVE SPACE  TO BNK-PIX-USE
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> Chave CPF: os 11 digitos tem de ser o CPF do proprio
      *> funcionario - chave CPF de terceiro desviaria o liquido.
       CHECK-PIX-CPF.
           IF WS-PIX-LEN NOT = 11 OR BNK-PIX-KEY(1:11) NOT NUMERIC
               MOVE "N" TO WS-PIX-VALID
               MOVE "chave CPF sem 11 digitos" TO WS-PIX-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-PERSONAL-OPEN NOT = "S"
               MOVE "N" TO WS-PIX-VALID
               MOVE "sem dados pessoais para conferir o CPF"
                   TO WS-PIX-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE BNK-EMP-ID TO PRS-EMP-ID
           READ PERSONAL-DATA-FILE
               INVALID KEY
                   MOVE "N" TO WS-PIX-VALID
                   MOVE "sem dados pessoais para conferir o CPF"
                       TO WS-PIX-MOTIVO
               NOT INVALID KEY
                   IF PRS-CPF NOT = BNK-PIX-KEY(1:11)
                       MOVE "N" TO WS-PIX-VALID
                       MOVE "chave CPF difere do CPF cadastrado"
                           TO WS-PIX-MOTIVO
                   END-IF
           END-READ.

      *> E-mail: um unico "@", com algo antes e um dominio com ponto
      *> depois, sem terminar em ponto.
       CHECK-PIX-EMAIL.
           MOVE 0 TO WS-PIX-AT-COUNT
           MOVE 0 TO WS-PIX-AT-POS
           MOVE 0 TO WS-PIX-DOT-COUNT
           INSPECT BNK-PIX-KEY TALLYING WS-PIX-AT-COUNT FOR ALL "@"
           INSPECT BNK-PIX-KEY TALLYING WS-PIX-AT-POS
               FOR CHARACTERS BEFORE INITIAL "@"
           IF WS-PIX-AT-COUNT NOT = 1 OR WS-PIX-AT-POS = 0 OR
              WS-PIX-AT-POS + 2 > WS-PIX-LEN
               MOVE "N" TO WS-PIX-VALID
               MOVE "e-mail da chave PIX mal formado" TO WS-PIX-MOTIVO
               EXIT PARAGRAPH
           END-IF
           INSPECT BNK-PIX-KEY(WS-PIX-AT-POS + 2:) TALLYING
               WS-PIX-DOT-COUNT FOR ALL "."
           IF WS-PIX-DOT-COUNT = 0 OR
              BNK-PIX-KEY(WS-PIX-LEN:1) = "." OR
              BNK-PIX-KEY(WS-PIX-AT-POS + 2:1) = "."
               MOVE "N" TO WS-PIX-VALID
               MOVE "e-mail da chave PIX mal formado" TO WS-PIX-MOTIVO
           END-IF.

      *> Telefone: +55, DDD e numero - 10 ou 11 digitos depois do
      *> codigo do pais.
       CHECK-PIX-PHONE.
           IF BNK-PIX-KEY(1:3) NOT = "+55" OR
              (WS-PIX-LEN NOT = 13 AND WS-PIX-LEN NOT = 14)
               MOVE "N" TO WS-PIX-VALID
               MOVE "telefone PIX fora do formato +55DDDNUM"
                   TO WS-PIX-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF BNK-PIX-KEY(4:WS-PIX-LEN - 3) NOT NUMERIC
               MOVE "N" TO WS-PIX-VALID
               MOVE "telefone PIX fora do formato +55DDDNUM"
                   TO WS-PIX-MOTIVO
           END-IF.

      *> Chave aleatoria: 8-4-4-4-12 digitos hexadecimais separados
      *> por hifen, 36 posicoes.
       CHECK-PIX-RANDOM.
           IF WS-PIX-LEN NOT = 36 OR
              BNK-PIX-KEY(9:1) NOT = "-" OR
              BNK-PIX-KEY(14:1) NOT = "-" OR
              BNK-PIX-KEY(19:1) NOT = "-" OR
              BNK-PIX-KEY(24:1) NOT = "-"
               MOVE "N" TO WS-PIX-VALID
               MOVE "chave aleatoria fora do formato" TO WS-PIX-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PIX-HEX
           STRING BNK-PIX-KEY(1:8) BNK-PIX-KEY(10:4)
                  BNK-PIX-KEY(15:4) BNK-PIX-KEY(20:4)
                  BNK-PIX-KEY(25:12)
                  DELIMITED BY SIZE INTO WS-PIX-HEX
           INSPECT WS-PIX-HEX CONVERTING "abcdefABCDEF"
                                      TO "000000000000"
           IF WS-PIX-HEX NOT NUMERIC
               MOVE "N" TO WS-PIX-VALID
               MOVE "chave aleatoria fora do formato" TO WS-PIX-MOTIVO
           END-IF.

       CLEANUP.
           CLOSE BANK-INPUT-FILE
           CLOSE BANK-DETAILS-FILE
           IF WS-PERSONAL-OPEN = "S"
               CLOSE PERSONAL-DATA-FILE
           END-IF
           DISPLAY "Registros lidos: " WS-RECORDS-READ
           DISPLAY "Registros gravados no mestre: " WS-RECORDS-WRITTEN
           DISPLAY "Erros de gravacao: " WS-WRITE-ERRORS
           DISPLAY "Desligados anonimizados (pulados): "
                   WS-ANON-SKIPPED
           DISPLAY "Chaves PIX aceitas: " WS-PIX-ACCEPTED
           DISPLAY "Chaves PIX descartadas: " WS-PIX-DISCARDED.

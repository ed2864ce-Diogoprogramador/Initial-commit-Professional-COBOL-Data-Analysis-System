      *> Invalidos caem em personal_rejects.dat no estilo de rejeitos
      *> do DATA-READER. A planilha paralela de CPF/endereco do RH
      *> deixa de ser fonte de qualquer saida oficial.
      *> Desligado ja anonimizado pelo LGPD-ANONYMIZE (imagem do
      *> historico com o nome trocado pelo token ANON-) nao e
      *> recarregado: a linha que ainda vier no extrato cai nos
      *> rejeitos, para o CPF e o endereco nao voltarem a
      *> personal_data.dat depois de vencida a retencao.
      *> O mesmo CPF pode estar em matriculas de EMPRESAS diferentes
      *> do grupo (multiplos vinculos - a folha aplica o teto do INSS
      *> uma vez so sobre a soma); repetido dentro da mesma empresa
      *> continua rejeitado. A empresa vem do mestre ou, para o
      *> desligado, da imagem do historico (branco vale "01").

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

           SELECT TERMINATED-FILE ASSIGN TO "../data/terminated_history.dat"
           05 WS-EMP-KNOWN            PIC X.

       01 WS-MOTIVO                   PIC X(45).
       01 WS-PIN-COMPANY              PIC X(2).

      *> Matriculas dos desligados expurgados, para matricula fora do
      *> mestre ainda ser aceita, e os CPFs ja aceitos nesta carga,
           05 WS-TRM-QTDE         PIC 9(4) VALUE 0.
           05 WS-TRM-ENTRADAS OCCURS 600 TIMES.
               10 WS-TRM-ID       PIC X(6).
               10 WS-TRM-ANON     PIC X.
               10 WS-TRM-COMPANY  PIC X(2).
       01 WS-TRM-INDEX            PIC 9(4).

       01 WS-CPF-TABLE.
           05 WS-CPF-ENTRADAS OCCURS 1200 TIMES.
               10 WS-CPF-VALUE    PIC X(11).
               10 WS-CPF-OWNER    PIC X(6).
               10 WS-CPF-COMPANY  PIC X(2).
       01 WS-CPF-INDEX            PIC 9(4).

       01 WS-COUNTERS.
                           ADD 1 TO WS-TRM-QTDE
                           MOVE TH-EMP-ID
                               TO WS-TRM-ID(WS-TRM-QTDE)
                           MOVE TH-MASTER-IMAGE(98:2)
                               TO WS-TRM-COMPANY(WS-TRM-QTDE)
                           IF TH-MASTER-IMAGE(7:5) = "ANON-"
                               MOVE "S" TO WS-TRM-ANON(WS-TRM-QTDE)
                           ELSE
                               MOVE "N" TO WS-TRM-ANON(WS-TRM-QTDE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-MOTIVO

           MOVE "N" TO WS-EMP-KNOWN
           MOVE SPACES TO WS-PIN-COMPANY
           MOVE PIN-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-EMP-KNOWN
                   MOVE MST-COMPANY-CODE TO WS-PIN-COMPANY
           END-READ
           IF WS-EMP-KNOWN = "N"
               PERFORM VARYING WS-TRM-INDEX FROM 1 BY 1
                       UNTIL WS-TRM-INDEX > WS-TRM-QTDE
                   IF WS-TRM-ID(WS-TRM-INDEX) = PIN-EMP-ID
                       MOVE "S" TO WS-EMP-KNOWN
                       MOVE WS-TRM-COMPANY(WS-TRM-INDEX)
                           TO WS-PIN-COMPANY
                       IF WS-TRM-ANON(WS-TRM-INDEX) = "S"
                           MOVE "A" TO WS-EMP-KNOWN
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-EMP-KNOWN = "A"
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Desligado anonimizado (LGPD), nao recarregado"
                   TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-KNOWN = "N"
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Matricula fora do mestre e dos desligados"
               MOVE "CPF com digito verificador invalido" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-PIN-COMPANY = SPACES
               MOVE "01" TO WS-PIN-COMPANY
           END-IF

           PERFORM VARYING WS-CPF-INDEX FROM 1 BY 1
                   UNTIL WS-CPF-INDEX > WS-CPF-QTDE
               IF WS-CPF-VALUE(WS-CPF-INDEX) = PIN-CPF AND
                  WS-CPF-OWNER(WS-CPF-INDEX) NOT = PIN-EMP-ID AND
                  WS-CPF-COMPANY(WS-CPF-INDEX) = WS-PIN-COMPANY
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE SPACES TO WS-MOTIVO
                   STRING "CPF ja cadastrado na matricula "
               ADD 1 TO WS-CPF-QTDE
               MOVE PIN-CPF    TO WS-CPF-VALUE(WS-CPF-QTDE)
               MOVE PIN-EMP-ID TO WS-CPF-OWNER(WS-CPF-QTDE)
               MOVE WS-PIN-COMPANY TO WS-CPF-COMPANY(WS-CPF-QTDE)
           END-IF.

       DISPLAY-SUMMARY.

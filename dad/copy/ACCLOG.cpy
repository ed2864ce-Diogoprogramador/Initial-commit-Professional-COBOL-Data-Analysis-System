      *> ACCLOG.cpy
      *> Campos de trabalho da rotina de log de leitura (COPY
      *> ACCLOG-RTN na PROCEDURE DIVISION, COPY ACCLOG-FD na FILE
      *> SECTION e o SELECT de ACCESS-LOG-FILE no programa). O
      *> programa preenche uma vez o operador (AXL-REQ-USER,
      *> AXL-REQ-ROLE) e o proprio nome (AXL-REQ-PROGRAM) e, a cada
      *> exibicao, a visao, a matricula exibida e se houve salario na
      *> tela, e executa AXL-LOG-ACCESS; no encerramento, AXL-CLOSE-LOG.
       01 WS-ACCESS-LOG-AREA.
           05 AXL-FILE-STATUS     PIC XX.
           05 AXL-OPEN-FLAG       PIC X VALUE "N".
               88 AXL-LOG-OPEN    VALUE "S".
           05 AXL-REQ-USER        PIC X(6).
           05 AXL-REQ-ROLE        PIC X(4).
           05 AXL-REQ-PROGRAM     PIC X(20).
           05 AXL-REQ-VIEW        PIC X(12).
           05 AXL-REQ-EMP-ID      PIC X(6).
           05 AXL-REQ-SENSITIVE   PIC X.
           05 AXL-NOW-TIME        PIC 9(8).
           05 AXL-WRITTEN         PIC 9(5) VALUE 0.

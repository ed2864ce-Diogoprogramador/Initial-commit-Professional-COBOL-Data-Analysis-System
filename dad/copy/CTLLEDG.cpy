      *> CTLLEDG.cpy
      *> Campos de trabalho da rotina de lancamento no livro de totais
      *> de controle (COPY CTLLEDG-RTN na PROCEDURE DIVISION, COPY
      *> CTLLEDG-FD na FILE SECTION e o SELECT de CONTROL-LEDGER-FILE
      *> no programa). O programa preenche uma vez o proprio nome
      *> (CLG-REQ-PROGRAM), a data de negocio (CLG-REQ-DATE) e a
      *> competencia (CLG-REQ-PERIOD) e, a cada medida, a empresa, a
      *> medida, a quantidade e o valor, e executa CLG-POST-TOTAL; no
      *> encerramento, CLG-CLOSE-LEDGER.
       01 WS-CONTROL-LEDGER-AREA.
           05 CLG-FILE-STATUS     PIC XX.
           05 CLG-OPEN-FLAG       PIC X VALUE "N".
               88 CLG-LEDGER-OPEN VALUE "S".
           05 CLG-REQ-PROGRAM     PIC X(20).
           05 CLG-REQ-DATE        PIC 9(8) VALUE 0.
           05 CLG-REQ-PERIOD      PIC 9(6) VALUE 0.
           05 CLG-REQ-COMPANY     PIC X(2).
           05 CLG-REQ-METRIC      PIC X(8).
           05 CLG-REQ-COUNT       PIC 9(7) VALUE 0.
           05 CLG-REQ-AMOUNT      PIC 9(13)V99 VALUE 0.
           05 CLG-NOW-TIME        PIC 9(8).
           05 CLG-POSTED          PIC 9(5) VALUE 0.

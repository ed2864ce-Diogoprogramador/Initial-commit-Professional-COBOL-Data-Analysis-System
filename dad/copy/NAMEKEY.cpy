      *> NAMEKEY.cpy
      *> Campos de trabalho da rotina compartilhada de chave de nome
      *> (COPY NAMEKEY-RTN na PROCEDURE DIVISION). A chave alternada
      *> MST-NAME-KEY do mestre e o nome normalizado - maiusculas,
      *> sem pontuacao, sem brancos a esquerda e com um unico branco
      *> entre as palavras - para que a busca por nome nao dependa de
      *> como o nome foi digitado. O programa move o nome para
      *> NMK-NAME-IN e executa NMK-NORMALIZE; a chave vem em
      *> NMK-NAME-OUT. Todo programa que grava ou regrava o mestre
      *> recalcula a chave antes do WRITE/REWRITE.
       01 WS-NAME-KEY-AREA.
           05 NMK-NAME-IN            PIC X(30).
           05 NMK-NAME-OUT           PIC X(30).
           05 NMK-WORK               PIC X(30).
           05 NMK-IN-POS             PIC 99.
           05 NMK-OUT-POS            PIC 99.
           05 NMK-PREV-SPACE         PIC X.

      *> PAYSEAL.cpy
      *> Campos de trabalho da consulta ao registro de selagem anual
      *> (COPY PAYSEAL-RTN na PROCEDURE DIVISION, COPY PAYSEAL-FD na
      *> FILE SECTION e o SELECT de PAYROLL-SEAL-FILE no programa). O
      *> programa move o ano para PSL-REQ-YEAR e executa
      *> PSL-CHECK-YEAR: PSL-YEAR-SEALED diz se o ano esta selado e
      *> PSL-ARCHIVE-NAME traz o nome do arquivo anual do ano (para o
      *> SELECT ... ASSIGN DYNAMIC de quem le o arquivo). O registro
      *> e carregado uma vez, na primeira consulta.
       01 WS-PAYROLL-SEAL-AREA.
           05 PSL-FILE-STATUS     PIC XX.
           05 PSL-LOADED-FLAG     PIC X VALUE "N".
               88 PSL-REGISTER-LOADED VALUE "S".
           05 PSL-YEAR-QTDE       PIC 99 VALUE 0.
           05 PSL-SEALED-YEAR     PIC 9999 OCCURS 50 TIMES.
           05 PSL-INDEX           PIC 99.
           05 PSL-REQ-YEAR        PIC 9999 VALUE 0.
           05 PSL-REQ-FLAG        PIC X VALUE "N".
               88 PSL-YEAR-SEALED VALUE "S".
           05 PSL-ARCHIVE-NAME    PIC X(40).

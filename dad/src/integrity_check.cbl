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

           SELECT INPUT-FILE ASSIGN TO "../data/input.dat"
                     ==EMP-NOME==    BY ==RECORD-NOME==
                     ==EMP-IDADE==   BY ==RECORD-IDADE==
                     ==EMP-SALARIO== BY ==RECORD-SALARIO==
                     ==EMP-DEPT==    BY ==RECORD-DEPT==
                     ==EMP-CARGO==   BY ==RECORD-CARGO==
                     ==EMP-SEXO==    BY ==RECORD-SEXO==.

       FD DEPT-MASTER-FILE.
       COPY DEPTMST.
       01 WS-EMP-TABLE.
           05 WS-EMP-QTDE         PIC 9(4) VALUE 0.
           05 WS-EMP-ENTRADAS OCCURS 2000 TIMES.
               10 WS-EMP-TAB-REG  PIC X(121).
               10 WS-EMP-TAB-REG-R REDEFINES WS-EMP-TAB-REG.
                   15 WS-EMP-TAB-ID      PIC X(6).
                   15 FILLER             PIC X(30).
           05 WS-GRAVE-COUNT      PIC 9(4) VALUE 0.
           05 WS-AVISO-COUNT      PIC 9(4) VALUE 0.

       01 WS-MASTER-IMAGE         PIC X(121).

       01 WS-HORA-INICIO.
           05 WS-INICIO-HORA      PIC 99.

      *> data de aplicacao que o AUDIT-REPORT cruza a linha do log de
      *> auditoria com o antes/depois. Em branco nos registros
      *> anteriores ao campo.
      *> SH-APPROVER-ID / SH-APPROVAL-DATE / SH-APPROVAL-TIME (mesmo
      *> criterio): quem liberou a alteracao retida pelo controle de
      *> dupla aprovacao (SALARY-APPROVE, SALAPPR.cpy) e quando. Em
      *> branco quando a alteracao nao precisou de aprovacao e nos
      *> registros anteriores aos campos.
       01 SALARY-HISTORY-RECORD.
           05 SH-EMP-ID           PIC X(6).
           05 SH-EFFECTIVE-DATE.
           05 SH-CURRENCY-CODE    PIC X(3).
           05 SH-TRANS-USER       PIC X(4).
           05 SH-APPLY-DATE       PIC 9(8).
           05 SH-APPROVER-ID      PIC X(6).
           05 SH-APPROVAL-DATE    PIC X(8).
           05 SH-APPROVAL-TIME    PIC X(6).

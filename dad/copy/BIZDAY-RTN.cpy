               PERFORM BIZ-CHECK-DAY
           END-PERFORM.

      *> Dia util anterior ou igual: vencimento de tributo que cai em
      *> fim de semana ou feriado e antecipado, nao prorrogado.
       BIZ-PREV-BUSINESS-DAY.
           MOVE BIZ-DATE-IN TO BIZ-DATE-OUT
           PERFORM BIZ-CHECK-DAY
           PERFORM UNTIL BIZ-IS-BUSINESS-DAY
               COMPUTE BIZ-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(BIZ-DATE-IN) - 1
               COMPUTE BIZ-DATE-IN =
                   FUNCTION DATE-OF-INTEGER(BIZ-WORK-INT)
               MOVE BIZ-DATE-IN TO BIZ-DATE-OUT
               PERFORM BIZ-CHECK-DAY
           END-PERFORM.

       BIZ-ADD-BUSINESS-DAYS.
           MOVE 0 TO BIZ-DAYS-DONE
           PERFORM UNTIL BIZ-DAYS-DONE >= BIZ-DAYS-TO-ADD

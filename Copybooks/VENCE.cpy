      *    VENCE.cpy
      *    Shared due-date routines: DueDate = DueBaseDate mas
      *    DueTermDays dias naturales (ComputeDueDate) o mas
      *    DueMonthCount meses (AddDueMonths). COPYed at the end of the
      *    PROCEDURE DIVISION of every program that computes a
      *    vencimiento (fields in VENCEWS.cpy). Una fecha base con
      *    mes invalido se deja tal cual como vencimiento.
       ComputeDueDate.
           MOVE DueBaseDate TO DueDate
           IF DueBaseMonth > ZERO AND DueBaseMonth < 13
               PERFORM AddOneDueDay DueTermDays TIMES
           END-IF.

       AddOneDueDay.
           MOVE DueMonthLen(DueMonth) TO DueMonthDays
           IF DueMonth = 2
               PERFORM CheckDueLeapYear
           END-IF
           ADD 1 TO DueDay
           IF DueDay > DueMonthDays
               MOVE 1 TO DueDay
               ADD 1 TO DueMonth
               IF DueMonth > 12
                   MOVE 1 TO DueMonth
                   ADD 1 TO DueYear
               END-IF
           END-IF.

      *    DueDate = DueBaseDate mas DueMonthCount meses, en el dia
      *    DueAnchorDay o en el ultimo del mes si ese mes es mas
      *    corto.
       AddDueMonths.
           MOVE DueBaseDate TO DueDate
           IF DueBaseMonth > ZERO AND DueBaseMonth < 13
               COMPUTE DueMonthsTotal = DueMonth - 1 + DueMonthCount
               DIVIDE DueMonthsTotal BY 12 GIVING DueQuotient
                   REMAINDER DueRemainder
               ADD DueQuotient TO DueYear
               COMPUTE DueMonth = DueRemainder + 1
               MOVE DueMonthLen(DueMonth) TO DueMonthDays
               IF DueMonth = 2
                   PERFORM CheckDueLeapYear
               END-IF
               IF DueAnchorDay = ZERO
                   MOVE DueBaseDay TO DueDay
               ELSE
                   MOVE DueAnchorDay TO DueDay
               END-IF
               IF DueDay > DueMonthDays
                   MOVE DueMonthDays TO DueDay
               END-IF
           END-IF.

      *    Bisiesto: divisible entre 4, salvo los siglos que no son
      *    divisibles entre 400.
       CheckDueLeapYear.
           DIVIDE DueYear BY 4 GIVING DueQuotient
               REMAINDER DueRemainder
           IF DueRemainder = ZERO
               MOVE 29 TO DueMonthDays
               DIVIDE DueYear BY 100 GIVING DueQuotient
                   REMAINDER DueRemainder
               IF DueRemainder = ZERO
                   DIVIDE DueYear BY 400 GIVING DueQuotient
                       REMAINDER DueRemainder
                   IF DueRemainder NOT = ZERO
                       MOVE 28 TO DueMonthDays
                   END-IF
               END-IF
           END-IF.

      *    VENCEWS.cpy
      *    Working-storage fields for the shared due-date routine
      *    (VENCE.cpy). COPYed into every program that PERFORMs
      *    ComputeDueDate or AddDueMonths. Se carga DueBaseDate y
      *    DueTermDays (o DueMonthCount) y la rutina deja el resultado
      *    en DueDate, con calendario exacto (meses de 28 a 31 dias y
      *    anos bisiestos).
           01 DueBaseDate.
               02 DueBaseYear PIC 9(4).
               02 DueBaseMonth PIC 9(2).
               02 DueBaseDay PIC 9(2).
           01 DueTermDays PIC 9(2).
           01 DueDate.
               02 DueYear PIC 9(4).
               02 DueMonth PIC 9(2).
               02 DueDay PIC 9(2).
           01 DueMonthDays PIC 9(2).
      *    Para AddDueMonths: cuantos meses sumar y el dia del mes que
      *    se quiere conservar (en cero, el de la fecha base).
           01 DueMonthCount PIC 9(2).
           01 DueAnchorDay PIC 9(2).
           01 DueMonthsTotal PIC 9(3).
           01 DueQuotient PIC 9(4).
           01 DueRemainder PIC 9(3).
      *    Condiciones de un cliente sin renglon en credit.txt.
           01 DefaultTermDays PIC 9(2) VALUE 30.
           01 DueMonthTable VALUE "312831303130313130313031".
               02 DueMonthLen PIC 9(2) OCCURS 12 TIMES.

      *    PERIODWS.cpy
      *    Working-storage fields for the shared closed-period check
      *    (PERIODO.cpy). COPYed into every program that PERFORMs the
      *    period paragraphs. LastClosedPeriod (AAAAMM) es el mes mas
      *    reciente ya cerrado; en cero, no hay ninguno.
           01 PeriodFileStatus PIC XX VALUE "00".
           01 PeriodAtEnd PIC X.
           01 PeriodOk PIC X.
           01 LastClosedPeriod PIC 9(6) VALUE ZERO.
      *    En 'Y' si el control no se pudo leer completo: entonces
      *    no se sabe que meses estan cerrados y CheckClosedPeriod
      *    rechaza toda fecha; los lotes se detienen.
           01 PeriodLoadFailed PIC X VALUE 'N'.
      *    La fecha a revisar se copia aqui para que CheckClosedPeriod
      *    no dependa del registro de ningun archivo en particular.
           01 PeriodCheckDate.
               02 PeriodCheckMonth PIC 9(6).
               02 PeriodCheckDay PIC 9(2).

      *    PERIODO.cpy
      *    Shared closed-period paragraphs against PeriodFile
      *    (periodos_cerrados.txt). COPYed into the PROCEDURE
      *    DIVISION of every program that records orders, payments or
      *    credit memos, so the screens and the batch loads refuse
      *    exactly the same dates.
      *    LoadClosedPeriod lee el control completo y deja en
      *    LastClosedPeriod el mes mas reciente cerrado; sin archivo
      *    no hay meses cerrados; un control ilegible deja
      *    PeriodLoadFailed en 'Y'. Las pantallas lo vuelven a leer
      *    antes de cada revision porque el cierre puede correr con
      *    la sesion abierta; los lotes lo leen una vez al arrancar.
       LoadClosedPeriod.
           MOVE ZERO TO LastClosedPeriod
           MOVE 'N' TO PeriodLoadFailed
           OPEN INPUT PeriodFile
           EVALUATE PeriodFileStatus
               WHEN "00"
                   PERFORM ReadClosedPeriods
                   CLOSE PeriodFile
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "AVISO: no se pudo leer "
                       "periodos_cerrados.txt (estado "
                       PeriodFileStatus "); no se aceptan fechas "
                       "hasta corregirlo."
                   MOVE 'Y' TO PeriodLoadFailed
           END-EVALUATE.

       ReadClosedPeriods.
           MOVE 'N' TO PeriodAtEnd
           PERFORM UNTIL PeriodAtEnd = 'Y'
               READ PeriodFile
                   AT END MOVE 'Y' TO PeriodAtEnd
               END-READ
               IF PeriodAtEnd = 'N' AND PeriodFileStatus NOT = "00"
                   DISPLAY "Lectura de periodos cerrados "
                       "interrumpida. Estado: " PeriodFileStatus
                   MOVE 'Y' TO PeriodAtEnd
                   MOVE 'Y' TO PeriodLoadFailed
               END-IF
               IF PeriodAtEnd = 'N'
                       AND ClosePeriod > LastClosedPeriod
                   MOVE ClosePeriod TO LastClosedPeriod
               END-IF
           END-PERFORM.

      *    Deja PeriodOk = 'N' si PeriodCheckDate cae en el ultimo
      *    mes cerrado o en uno anterior, o si el control no se pudo
      *    leer.
       CheckClosedPeriod.
           MOVE 'Y' TO PeriodOk
           IF PeriodCheckMonth NOT > LastClosedPeriod
                   OR PeriodLoadFailed = 'Y'
               MOVE 'N' TO PeriodOk
           END-IF.

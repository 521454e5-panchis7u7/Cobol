      *    CIERREC.cpy
      *    Shared period-close control record for PeriodFile
      *    (periodos_cerrados.txt): un renglon por cada mes cerrado,
      *    en el orden en que se cerraron, con quien y cuando lo
      *    cerro. Un mes cerrado, y todos los anteriores, ya no
      *    admiten pedidos, pagos ni notas de credito fechados en el
      *    ni correcciones o cancelaciones de sus pedidos. COPYed
      *    into every program that opens PeriodFile directly so the
      *    record shape only has to change in one place.
           01 PeriodRecord.
               02 ClosePeriod PIC 9(6).
               02 CloseDate PIC 9(8).
               02 CloseTime PIC 9(8).
               02 CloseOperator PIC X(8).
               02 CloseCustCount PIC 9(6).
               02 CloseExceptCount PIC 9(6).

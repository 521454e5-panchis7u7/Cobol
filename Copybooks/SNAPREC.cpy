      *    SNAPREC.cpy
      *    Shared month-end balance snapshot layout for SnapshotFile
      *    (saldos_cierre.txt), llave primaria SnapKey: el mes cerrado
      *    (AAAAMM) y el ID del cliente. El cierre deja un renglon por
      *    cliente con su saldo inicial, lo que se movio en el mes y
      *    su saldo final; el cierre siguiente toma ese saldo final
      *    como su saldo inicial. COPYed into every program that opens
      *    SnapshotFile directly so the record shape only has to
      *    change in one place.
           01 SnapData.
               02 SnapKey.
                   03 SnapPeriod PIC 9(6).
                   03 SnapIDNum PIC 9(6).
               02 SnapOpening PIC S9(9)V99.
               02 SnapOrders PIC 9(9)V99.
               02 SnapPayments PIC 9(9)V99.
               02 SnapMemos PIC 9(9)V99.
               02 SnapClosing PIC S9(9)V99.
      *        Diferencia entre el saldo inicial mas el movimiento y el
      *        saldo final; distinta de cero, el cliente no cuadro.
               02 SnapDifference PIC S9(9)V99.
               02 SnapCloseDate PIC 9(8).

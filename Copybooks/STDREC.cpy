      *    STDREC.cpy
      *    Shared standing-order record layout for StandingFile
      *    (recurrentes.txt): el pedido que un cliente recibe cada
      *    mes, trimestre o ano por el mismo servicio. Los capturistas
      *    lo mantienen con PedidosRecurrentes y GenerarRecurrentes
      *    genera los pedidos cuando vencen. COPYed into every program
      *    that opens StandingFile directly so the record shape only
      *    has to change in one place.
           01 StandingData.
               02 StdNum PIC 9(6).
               02 StdIDNum PIC 9(6).
               02 StdAmount PIC 9(7)V99.
               02 StdDesc PIC X(30).
               02 StdFreq PIC X.
                   88 StdMonthly VALUE 'M'.
                   88 StdQuarterly VALUE 'T'.
                   88 StdAnnual VALUE 'A'.
                   88 StdFreqValid VALUE 'M' 'T' 'A'.
      *        Proxima fecha en que toca generar el pedido, y el dia
      *        del mes de la primera: un 31 vuelve a ser 31 en los
      *        meses que lo tienen aunque en febrero haya sido 28.
               02 StdNextRun PIC 9(8).
               02 StdRunDay PIC 9(2).
      *        Ultimo dia de la vigencia; en cero no tiene fin.
               02 StdEndDate PIC 9(8).
               02 StdStatus PIC X.
                   88 StdActive VALUE 'A'.
                   88 StdSuspended VALUE 'S'.
                   88 StdEnded VALUE 'T'.
      *        Ultimo pedido generado y la fecha de esa corrida. Se
      *        graban antes que el pedido, asi una corrida repetida
      *        el mismo dia sabe si el pedido quedo escrito.
               02 StdLastRun PIC 9(8).
               02 StdLastOrder PIC 9(6).
      *        Ultimo cambio desde la pantalla: fecha y operador.
               02 StdChangeDate PIC 9(8).
               02 StdOperator PIC X(8).

      *    INVREC.cpy
      *    Shared invoice record layout for InvoiceFile
      *    (facturas.txt): el registro de facturas emitidas, con su
      *    propio consecutivo y a lo mas una factura por pedido
      *    (llave alterna InvOrderNum sin duplicados). Guarda todo
      *    lo que se imprime, nombre y direccion incluidos, para que
      *    la reimpresion sea identica aunque despues cambie el
      *    cliente o el pedido. COPYed into every program that opens
      *    InvoiceFile directly so the record shape only has to
      *    change in one place.
           01 InvoiceData.
               02 InvNum PIC 9(6).
               02 InvOrderNum PIC 9(6).
               02 InvIDNum PIC 9(6).
      *        Fecha de la factura: el dia en que el pedido se marco
      *        como facturado (linea ORDINVOICE de la auditoria).
               02 InvDate PIC 9(8).
               02 InvOrderDate PIC 9(8).
               02 InvTerms PIC 9(2).
               02 InvDueDate PIC 9(8).
               02 InvAmount PIC 9(7)V99.
               02 InvDesc PIC X(30).
               02 InvFirstName PIC X(15).
               02 InvLastName PIC X(15).
               02 InvAddress PIC X(30).
      *        Operador que marco el pedido como facturado.
               02 InvOperator PIC X(8).

      *    LINEREC.cpy
      *    Shared order-line record layout for LineFile
      *    (order_lines.txt): los renglones de cada pedido, ligados
      *    a su OrderNum y numerados desde 001. El precio unitario es
      *    el del catalogo al momento de la captura y ya no cambia
      *    aunque despues cambie el catalogo; OrderAmount es la suma
      *    de LineTotal de todos los renglones del pedido. COPYed
      *    into every program that opens LineFile directly so the
      *    record shape only has to change in one place.
           01 LineData.
               02 LineKey.
                   03 LineOrderNum PIC 9(6).
                   03 LineSeq PIC 9(3).
               02 LineProdCode PIC X(8).
               02 LineQty PIC 9(5).
               02 LineUnitPrice PIC 9(7)V99.
               02 LineTotal PIC 9(7)V99.

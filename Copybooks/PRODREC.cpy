      *    PRODREC.cpy
      *    Shared product record layout for ProductFile
      *    (productos.txt): el catalogo de productos con su precio
      *    unitario vigente. Un producto dado de baja se conserva en
      *    el catalogo (los renglones de pedidos viejos lo siguen
      *    nombrando) pero ya no se puede pedir. COPYed into every
      *    program that opens ProductFile directly so the record
      *    shape only has to change in one place.
           01 ProductData.
               02 ProdCode PIC X(8).
               02 ProdDesc PIC X(30).
               02 ProdPrice PIC 9(7)V99.
               02 ProdActive PIC X.
                   88 ProdIsActive VALUE 'Y'.
                   88 ProdIsInactive VALUE 'N'.
      *        Ultimo cambio: fecha y supervisor que lo hizo.
               02 ProdChangeDate PIC 9(8).
               02 ProdOperator PIC X(8).

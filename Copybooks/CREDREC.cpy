      *    CREDREC.cpy
      *    Shared credit record layout for CreditFile (credit.txt):
      *    el limite de credito, la suspension de credito y las
      *    condiciones de pago de cada cliente, ligados a su IDNum.
      *    Vive aparte de customer.txt para no cambiar el largo del
      *    registro de clientes, que el respaldo, la reorganizacion y
      *    el historico copian campo por campo. Un cliente sin
      *    renglon aqui no tiene limite ni esta suspendido; un limite
      *    en cero tambien quiere decir "sin limite" (la suspension
      *    aplica de todos modos). COPYed into every program that
      *    opens CreditFile directly so the record shape only has to
      *    change in one place.
           01 CreditData.
               02 CredIDNum PIC 9(6).
               02 CredLimit PIC 9(7)V99.
               02 CredHold PIC X.
                   88 CredOnHold VALUE 'Y'.
                   88 CredNotOnHold VALUE 'N'.
      *        Ultimo cambio: fecha y supervisor que lo hizo.
               02 CredChangeDate PIC 9(8).
               02 CredOperator PIC X(8).
      *        Condiciones de pago en dias: contado (00), 15, 30 o
      *        60. De aqui sale el vencimiento de cada factura. Un
      *        cliente sin renglon paga a 30 dias (DefaultTermDays
      *        en VENCEWS.cpy), igual que antes de existir el campo.
               02 CredTerms PIC 9(2).
                   88 CredTermsCash VALUE 0.
                   88 CredTermsValid VALUE 0 15 30 60.

      *    MEMOREC.cpy
      *    Shared credit-memo record layout for MemoFile
      *    (credit_memos.txt): llave primaria MemoNum y llaves
      *    alternas MemoIDNum y MemoOrderNum, ambas con duplicados.
      *    Una nota de credito acredita total o parcialmente un pedido
      *    ya facturado sin reescribir su monto original, asi que el
      *    pedido conserva lo que se facturo y la nota lo que se
      *    devolvio. COPYed into every program that opens MemoFile
      *    directly so the record shape only has to change in one
      *    place.
           01 MemoData.
               02 MemoNum PIC 9(6).
               02 MemoIDNum PIC 9(6).
               02 MemoOrderNum PIC 9(6).
               02 MemoDate PIC 9(8).
               02 MemoAmount PIC 9(7)V99.
               02 MemoReason PIC 9(2).
                   88 MemoReturned VALUE 1.
                   88 MemoDamaged VALUE 2.
                   88 MemoPriceAdjust VALUE 3.
                   88 MemoBillingError VALUE 4.
                   88 MemoOtherReason VALUE 9.
                   88 MemoValidReason VALUE 1 THRU 4, 9.

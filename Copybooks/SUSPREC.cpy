      *    SUSPREC.cpy
      *    Shared suspense record layout for SuspenseFile
      *    (suspenso_depositos.txt), llave primaria SuspNum. Cada
      *    deposito del banco que la importacion no pudo ligar con
      *    certeza a un cliente y pedido queda aqui pendiente, con el
      *    motivo y, si lo hubo, el cliente o pedido sugerido, hasta
      *    que un capturista lo aplica. Al aplicarse se conserva con
      *    el numero de pago que genero, para poder rastrearlo.
      *    COPYed into every program that opens SuspenseFile directly
      *    so the record shape only has to change in one place.
           01 SuspData.
               02 SuspNum PIC 9(6).
               02 SuspDepDate PIC 9(8).
               02 SuspAmount PIC 9(7)V99.
               02 SuspBankRef PIC X(20).
               02 SuspOrderRef PIC X(6).
               02 SuspRefText PIC X(30).
               02 SuspReason PIC 9(2).
                   88 SuspNoMatch VALUE 1.
                   88 SuspAmbiguous VALUE 2.
                   88 SuspCustNoOrder VALUE 3.
                   88 SuspOrderClosed VALUE 4.
                   88 SuspOverOpen VALUE 5.
                   88 SuspPostFailed VALUE 7.
                   88 SuspDupBankRef VALUE 8.
      *        Cliente y pedido sugeridos por la importacion (cero si
      *        no se identifico ninguno).
               02 SuspHintIDNum PIC 9(6).
               02 SuspHintOrderNum PIC 9(6).
               02 SuspLoadDate PIC 9(8).
               02 SuspStatus PIC X.
                   88 SuspPending VALUE 'P'.
                   88 SuspApplied VALUE 'A'.
      *        Aplicacion: pago generado, fecha y capturista.
               02 SuspPayNum PIC 9(6).
               02 SuspApplyDate PIC 9(8).
               02 SuspOperator PIC X(8).

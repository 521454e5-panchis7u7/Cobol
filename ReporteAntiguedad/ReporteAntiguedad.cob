           ALTERNATE RECORD KEY IS PayIDNum WITH DUPLICATES
           FILE STATUS IS PayFileStatus.

           SELECT OPTIONAL MemoFile ASSIGN TO "credit_memos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MemoNum
           ALTERNATE RECORD KEY IS MemoIDNum WITH DUPLICATES
           ALTERNATE RECORD KEY IS MemoOrderNum WITH DUPLICATES
           FILE STATUS IS MemoFileStatus.

           SELECT OPTIONAL CreditFile ASSIGN TO "credit.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CredIDNum
           FILE STATUS IS CreditFileStatus.

           SELECT OPTIONAL InvoiceFile ASSIGN TO "facturas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS InvNum
           ALTERNATE RECORD KEY IS InvOrderNum
           FILE STATUS IS InvFileStatus.

       DATA DIVISION.
       FILE SECTION.
           FD CustomerFile.
           FD PaymentsFile.
           COPY "PAYREC.cpy".

           FD MemoFile.
           COPY "MEMOREC.cpy".

           FD CreditFile.
           COPY "CREDREC.cpy".

           FD InvoiceFile.
           COPY "INVREC.cpy".

       WORKING-STORAGE SECTION.
       01 CustFileStatus PIC XX VALUE "00".
       01 OrderFileStatus PIC XX VALUE "00".
       01 PayFileStatus PIC XX VALUE "00".
       01 MemoFileStatus PIC XX VALUE "00".
       01 CreditFileStatus PIC XX VALUE "00".
       01 InvFileStatus PIC XX VALUE "00".
       01 RecordFound PIC X.
       01 CustTermDays PIC 9(2).
       01 MemosAtEnd PIC X.
       01 TargetOrderNum PIC 9(6).
       01 OrderMemoTotal PIC 9(9)V99 VALUE ZERO.
       01 BrowseAtEnd PIC X.
       01 OrdersAtEnd PIC X.
       01 PaysAtEnd PIC X.
           02 RunYear PIC 9(4).
           02 RunMonth PIC 9(2).
           02 RunDay PIC 9(2).
      *    Dias vencidos con calendario comercial 30/360: para
      *    clasificar en corriente/30/60/90 no hace falta el calendario
      *    exacto y asi no hay que convertir fechas a dias julianos.
      *    El vencimiento si se calcula con calendario exacto
      *    (VENCE.cpy), igual que en la factura impresa.
       01 AgeDays PIC S9(5) COMP VALUE ZERO.
       01 PayTotal PIC 9(9)V99 VALUE ZERO.
       01 RemainingPay PIC 9(9)V99 VALUE ZERO.
       01 OpenCount PIC 9(6) VALUE ZERO.
       01 ShownAmount PIC ZZZ,ZZZ,ZZ9.99.
       01 ShownTotal PIC Z,ZZZ,ZZZ,ZZ9.99.
           COPY "VENCEWS.cpy".

       PROCEDURE DIVISION.
       MainPara.
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MemoFile
           IF MemoFileStatus NOT = "00" AND MemoFileStatus NOT = "05"
               DISPLAY "No se pudo abrir credit_memos.txt (estado "
                   MemoFileStatus "). Reporte cancelado."
               CLOSE CustomerFile
               CLOSE OrdersFile
               CLOSE PaymentsFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CreditFile
           IF CreditFileStatus NOT = "00"
                   AND CreditFileStatus NOT = "05"
               DISPLAY "No se pudo abrir credit.txt (estado "
                   CreditFileStatus "). Reporte cancelado."
               CLOSE CustomerFile
               CLOSE OrdersFile
               CLOSE PaymentsFile
               CLOSE MemoFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT InvoiceFile
           IF InvFileStatus NOT = "00" AND InvFileStatus NOT = "05"
               DISPLAY "No se pudo abrir facturas.txt (estado "
                   InvFileStatus "). Reporte cancelado."
               CLOSE CustomerFile
               CLOSE OrdersFile
               CLOSE PaymentsFile
               CLOSE MemoFile
               CLOSE CreditFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ScanAllCustomers
           CLOSE CustomerFile
           CLOSE OrdersFile
           CLOSE PaymentsFile
           CLOSE MemoFile
           CLOSE CreditFile
           CLOSE InvoiceFile
           PERFORM ShowGrandTotals
           STOP RUN.

      *    Los pagos del cliente se aplican a sus pedidos del mas
      *    viejo al mas nuevo (los duplicados de la llave alterna
      *    salen en orden de OrderNum, que sube con el tiempo); lo que
      *    quede sin cubrir se clasifica por dias vencidos del pedido.
      *    Las notas de credito rebajan primero su propio pedido,
      *    antes de aplicar los pagos.
       AgeOneCustomer.
           MOVE ZERO TO CustCurrent
           MOVE ZERO TO Cust30
           MOVE ZERO TO Cust60
           MOVE ZERO TO Cust90
           PERFORM ReadCustTerms
           PERFORM SumPaymentsForCust
           MOVE PayTotal TO RemainingPay
           PERFORM AgeOrdersForCust
               PERFORM ShowOneCustomer
           END-IF.

      *    Sin renglon en credit.txt el cliente paga a los dias de
      *    DefaultTermDays.
       ReadCustTerms.
           MOVE IDNum TO CredIDNum
           MOVE 'Y' TO RecordFound
           READ CreditFile
               INVALID KEY MOVE 'N' TO RecordFound
           END-READ
           IF RecordFound = 'Y'
               MOVE CredTerms TO CustTermDays
           ELSE
               MOVE DefaultTermDays TO CustTermDays
           END-IF.

       SumPaymentsForCust.
           MOVE ZERO TO PayTotal
           MOVE IDNum TO TargetIDNum
           END-PERFORM.

       AgeOneOrder.
           PERFORM SumMemosForOrder
           IF OrderMemoTotal NOT < OrderAmount
               MOVE ZERO TO OpenPart
           ELSE
               COMPUTE OpenPart = OrderAmount - OrderMemoTotal
           END-IF
           IF RemainingPay > ZERO
               IF RemainingPay NOT < OpenPart
                   SUBTRACT OpenPart FROM RemainingPay
               PERFORM BucketByAge
           END-IF.

      *    Total acreditado al pedido actual, por la llave alterna
      *    MemoOrderNum; no mueve la posicion de lectura de pedidos.
       SumMemosForOrder.
           MOVE ZERO TO OrderMemoTotal
           MOVE OrderNum TO TargetOrderNum
           MOVE TargetOrderNum TO MemoOrderNum
           MOVE 'N' TO MemosAtEnd
           START MemoFile KEY IS NOT LESS THAN MemoOrderNum
               INVALID KEY MOVE 'Y' TO MemosAtEnd
           END-START
           PERFORM UNTIL MemosAtEnd = 'Y'
               READ MemoFile NEXT RECORD
                   AT END MOVE 'Y' TO MemosAtEnd
               END-READ
               IF MemosAtEnd = 'N' AND MemoFileStatus NOT = "00"
                       AND MemoFileStatus NOT = "02"
                   DISPLAY "Lectura interrumpida. Estado: "
                       MemoFileStatus
                   MOVE 'Y' TO MemosAtEnd
               END-IF
               IF MemosAtEnd = 'N'
                   IF MemoOrderNum NOT = TargetOrderNum
                       MOVE 'Y' TO MemosAtEnd
                   ELSE
                       ADD MemoAmount TO OrderMemoTotal
                   END-IF
               END-IF
           END-PERFORM.

      *    Se clasifica por dias vencidos: hasta el vencimiento es
      *    corriente, luego 1-30, 31-60 y mas de 60 dias vencido. Con
      *    las condiciones de 30 dias queda igual que la antiguedad
      *    por fecha del pedido de antes.
       BucketByAge.
           PERFORM FindOrderDueDate
           COMPUTE AgeDays = (RunYear - DueYear) * 360
               + (RunMonth - DueMonth) * 30
               + (RunDay - DueDay)
           EVALUATE TRUE
               WHEN AgeDays < 1 ADD OpenPart TO CustCurrent
               WHEN AgeDays < 31 ADD OpenPart TO Cust30
               WHEN AgeDays < 61 ADD OpenPart TO Cust60
               WHEN OTHER ADD OpenPart TO Cust90
           END-EVALUATE.

      *    Un pedido con factura vence cuando lo dice la factura; uno
      *    sin factura todavia, a las condiciones actuales del
      *    cliente contadas desde la fecha del pedido. La lectura por
      *    InvOrderNum no mueve la posicion de lectura de pedidos.
       FindOrderDueDate.
           MOVE OrderNum TO InvOrderNum
           MOVE 'Y' TO RecordFound
           READ InvoiceFile KEY IS InvOrderNum
               INVALID KEY MOVE 'N' TO RecordFound
           END-READ
           IF RecordFound = 'Y'
               MOVE InvDueDate TO DueDate
           ELSE
               MOVE OrderDate TO DueBaseDate
               MOVE CustTermDays TO DueTermDays
               PERFORM ComputeDueDate
           END-IF.

       ShowOneCustomer.
           DISPLAY " "
           DISPLAY "ID: " IDNum " " FirstName " " LastName
           IF CustTermDays = ZERO
               DISPLAY "   Condiciones: contado"
           ELSE
               DISPLAY "   Condiciones: " CustTermDays " dias"
           END-IF
           MOVE CustCurrent TO ShownAmount
           DISPLAY "   Corriente: " ShownAmount
           MOVE Cust30 TO ShownAmount
           DISPLAY "   1-30 dias: " ShownAmount
           MOVE Cust60 TO ShownAmount
           DISPLAY "   31-60 dias:" ShownAmount
           MOVE Cust90 TO ShownAmount
           DISPLAY "   60+ dias:  " ShownAmount
           MOVE CustOpen TO ShownAmount
           DISPLAY "   Saldo:     " ShownAmount.

           MOVE TotCurrent TO ShownTotal
           DISPLAY "Corriente: " ShownTotal
           MOVE Tot30 TO ShownTotal
           DISPLAY "1-30 dias: " ShownTotal
           MOVE Tot60 TO ShownTotal
           DISPLAY "31-60 dias:" ShownTotal
           MOVE Tot90 TO ShownTotal
           DISPLAY "60+ dias:  " ShownTotal
           MOVE TotOpen TO ShownTotal
           DISPLAY "Saldo total abierto: " ShownTotal
           DISPLAY "------------------------------------------"
           DISPLAY " ".

           COPY "VENCE.cpy".

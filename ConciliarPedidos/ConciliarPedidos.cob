           ALTERNATE RECORD KEY IS PayIDNum WITH DUPLICATES
           FILE STATUS IS PayFileStatus.

           SELECT OPTIONAL MemoFile ASSIGN TO "credit_memos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MemoNum
           ALTERNATE RECORD KEY IS MemoIDNum WITH DUPLICATES
           ALTERNATE RECORD KEY IS MemoOrderNum WITH DUPLICATES
           FILE STATUS IS MemoFileStatus.

           SELECT OPTIONAL ArchiveFile ASSIGN TO
               "customer_archive.txt"
           ORGANIZATION IS INDEXED
           FD PaymentsFile.
           COPY "PAYREC.cpy".

           FD MemoFile.
           COPY "MEMOREC.cpy".

           FD ArchiveFile.
           COPY "ARCHREC.cpy".

       01 OrderFileStatus PIC XX VALUE "00".
       01 PayFileStatus PIC XX VALUE "00".
       01 ArchiveStatus PIC XX VALUE "00".
       01 MemoFileStatus PIC XX VALUE "00".
       01 MemosAtEnd PIC X.
       01 OrdersAtEnd PIC X.
       01 PaysAtEnd PIC X.
       01 CustExists PIC X.
       01 OrphanOrderIDs PIC 9(6) VALUE ZERO.
       01 PaysScanned PIC 9(6) VALUE ZERO.
       01 OrphanPays PIC 9(6) VALUE ZERO.
      *    Las notas de credito se recorren por MemoOrderNum: las de
      *    un mismo pedido salen juntas, el pedido se lee una vez por
      *    grupo y al cerrar el grupo se compara lo acreditado contra
      *    lo facturado.
       01 LastMemoOrder PIC 9(6) VALUE ZERO.
       01 MemoOrderFound PIC X VALUE 'N'.
       01 MemoOrderIDNum PIC 9(6).
       01 MemoOrderAmount PIC 9(7)V99.
       01 GroupMemoTotal PIC 9(9)V99 VALUE ZERO.
       01 ShownAmount PIC ZZZ,ZZZ,ZZ9.99.
       01 ShownInvoice PIC ZZZ,ZZZ,ZZ9.99.
       01 MemosScanned PIC 9(6) VALUE ZERO.
       01 MemoNoOrder PIC 9(6) VALUE ZERO.
       01 MemoWrongCust PIC 9(6) VALUE ZERO.
       01 MemoNoCust PIC 9(6) VALUE ZERO.
       01 MemoOverCredit PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MainPara.
           OPEN INPUT OrdersFile
           OPEN INPUT PaymentsFile
           OPEN INPUT ArchiveFile
           OPEN INPUT MemoFile
           PERFORM ScanOrders
           PERFORM ScanPayments
           PERFORM ScanMemos
           CLOSE CustomerFile
           CLOSE OrdersFile
           CLOSE PaymentsFile
           CLOSE MemoFile
           CLOSE ArchiveFile
           PERFORM ShowSummary
           STOP RUN.
                   " monto " PayAmount
           END-IF.

       ScanMemos.
           MOVE ZERO TO LastMemoOrder
           MOVE 'N' TO MemoOrderFound
           MOVE ZERO TO GroupMemoTotal
           MOVE 'N' TO MemosAtEnd
           MOVE ZERO TO MemoOrderNum
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
                   ADD 1 TO MemosScanned
                   PERFORM CheckOneMemo
               END-IF
           END-PERFORM
           PERFORM CheckMemoGroupTotal.

       CheckOneMemo.
           IF MemoOrderNum NOT = LastMemoOrder
               PERFORM CheckMemoGroupTotal
               MOVE MemoOrderNum TO LastMemoOrder
               MOVE ZERO TO GroupMemoTotal
               PERFORM ReadMemoOrder
           END-IF
           ADD MemoAmount TO GroupMemoTotal
           IF MemoOrderFound = 'N'
               ADD 1 TO MemoNoOrder
               DISPLAY "Nota de credito " MemoNum " del ID "
                   MemoIDNum ": el pedido " MemoOrderNum
                   " no existe."
           ELSE
               IF MemoOrderIDNum NOT = MemoIDNum
                   ADD 1 TO MemoWrongCust
                   DISPLAY "Nota de credito " MemoNum ": el pedido "
                       MemoOrderNum " es del ID " MemoOrderIDNum
                       ", no del ID " MemoIDNum "."
               END-IF
           END-IF
           MOVE MemoIDNum TO LastCheckedID
           PERFORM CheckMasterID
           IF LastCheckResult = 'N'
               ADD 1 TO MemoNoCust
               DISPLAY "Nota de credito " MemoNum ": el ID "
                   MemoIDNum " no existe en el maestro."
           END-IF.

       ReadMemoOrder.
           MOVE 'Y' TO MemoOrderFound
           MOVE MemoOrderNum TO OrderNum
           READ OrdersFile
               INVALID KEY MOVE 'N' TO MemoOrderFound
           END-READ
           IF MemoOrderFound = 'Y'
               MOVE OrderIDNum TO MemoOrderIDNum
               MOVE OrderAmount TO MemoOrderAmount
           END-IF.

       CheckMemoGroupTotal.
           IF MemoOrderFound = 'Y'
                   AND GroupMemoTotal > MemoOrderAmount
               ADD 1 TO MemoOverCredit
               MOVE GroupMemoTotal TO ShownAmount
               MOVE MemoOrderAmount TO ShownInvoice
               DISPLAY "Pedido " LastMemoOrder ": notas de credito "
                   "por " ShownAmount " sobre una factura de "
                   ShownInvoice "."
           END-IF.

       ShowSummary.
           DISPLAY " "
           DISPLAY "---- Resumen de conciliacion de pedidos ----"
           DISPLAY "IDs huerfanos con pedidos: " OrphanOrderIDs
           DISPLAY "Pagos revisados: " PaysScanned
           DISPLAY "Pagos huerfanos: " OrphanPays
           DISPLAY "Notas de credito revisadas: " MemosScanned
           DISPLAY "Notas sin pedido: " MemoNoOrder
           DISPLAY "Notas con pedido de otro cliente: " MemoWrongCust
           DISPLAY "Notas sin cliente en el maestro: " MemoNoCust
           DISPLAY "Pedidos acreditados de mas: " MemoOverCredit
           DISPLAY "--------------------------------------------"
           DISPLAY " ".

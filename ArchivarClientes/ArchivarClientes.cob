           ALTERNATE RECORD KEY IS HistOrderIDNum WITH DUPLICATES
           FILE STATUS IS OrderHistStatus.

           SELECT OPTIONAL LineFile ASSIGN TO "order_lines.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LineKey
           FILE STATUS IS LineFileStatus.

      *    Historico de renglones de pedido: cada pedido que pasa a
      *    orders_archive.txt se lleva sus renglones.
           SELECT OPTIONAL LineHistFile ASSIGN TO
               "order_lines_archive.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HistLineKey
           FILE STATUS IS LineHistStatus.

           SELECT OrderAuditFile ASSIGN TO "orders_audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OrdAuditStatus.
           ALTERNATE RECORD KEY IS HistPayIDNum WITH DUPLICATES
           FILE STATUS IS PayHistStatus.

           SELECT OPTIONAL MemoFile ASSIGN TO "credit_memos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MemoNum
           ALTERNATE RECORD KEY IS MemoIDNum WITH DUPLICATES
           ALTERNATE RECORD KEY IS MemoOrderNum WITH DUPLICATES
           FILE STATUS IS MemoFileStatus.

      *    Historico de notas de credito: acompanan a los pedidos que
      *    acreditan, igual que los pagos.
           SELECT OPTIONAL MemoHistFile ASSIGN TO
               "credit_memos_archive.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HistMemoNum
           ALTERNATE RECORD KEY IS HistMemoIDNum WITH DUPLICATES
           FILE STATUS IS MemoHistStatus.

           SELECT OPTIONAL NotesFile ASSIGN TO "notes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
               02 HistOrderDesc PIC X(30).
               02 HistOrderStatus PIC X.

           FD LineFile.
           COPY "LINEREC.cpy".

           FD LineHistFile.
           01 HistLineData.
               02 HistLineKey.
                   03 HistLineOrderNum PIC 9(6).
                   03 HistLineSeq PIC 9(3).
               02 HistLineProdCode PIC X(8).
               02 HistLineQty PIC 9(5).
               02 HistLineUnitPrice PIC 9(7)V99.
               02 HistLineTotal PIC 9(7)V99.

           FD OrderAuditFile.
           COPY "ORDAUDIT.cpy".

               02 HistPayAmount PIC 9(7)V99.
               02 HistPayRef PIC X(20).

           FD MemoFile.
           COPY "MEMOREC.cpy".

           FD MemoHistFile.
           01 HistMemoData.
               02 HistMemoNum PIC 9(6).
               02 HistMemoIDNum PIC 9(6).
               02 HistMemoOrderNum PIC 9(6).
               02 HistMemoDate PIC 9(8).
               02 HistMemoAmount PIC 9(7)V99.
               02 HistMemoReason PIC 9(2).

           FD NotesFile.
           COPY "NOTAREC.cpy".

       01 OrderHistStatus PIC XX VALUE "00".
       01 OrdAuditStatus PIC XX VALUE "00".
       01 MoreToMove PIC X.
       01 LineFileStatus PIC XX VALUE "00".
       01 LineHistStatus PIC XX VALUE "00".
       01 MoreLines PIC X.
       01 TotalMovedLines PIC 9(7) VALUE ZERO.
       01 MovedOrders PIC 9(5) VALUE ZERO.
       01 TotalMovedOrders PIC 9(6) VALUE ZERO.
       01 NoteFileStatus PIC XX VALUE "00".
       01 PayHistStatus PIC XX VALUE "00".
       01 MovedPays PIC 9(5) VALUE ZERO.
       01 TotalMovedPays PIC 9(6) VALUE ZERO.
       01 MemoFileStatus PIC XX VALUE "00".
       01 MemoHistStatus PIC XX VALUE "00".
       01 MovedMemos PIC 9(5) VALUE ZERO.
       01 TotalMovedMemos PIC 9(6) VALUE ZERO.
       01 AuditStatus PIC XX VALUE "00".
       01 AuditAtEnd PIC X.
       01 CustExists PIC X.
           OPEN I-O ArchiveFile
           OPEN I-O OrdersFile
           OPEN I-O OrderHistFile
           OPEN I-O LineFile
           OPEN I-O LineHistFile
           OPEN EXTEND OrderAuditFile
           OPEN I-O NotesFile
           OPEN I-O NotesHistFile
           OPEN I-O PaymentsFile
           OPEN I-O PayHistFile
           OPEN I-O MemoFile
           OPEN I-O MemoHistFile
           SORT SortFile
               ON ASCENDING KEY SAudIDNum SAudSeq
               INPUT PROCEDURE IS LoadAuditEntries
           CLOSE ArchiveFile
           CLOSE OrdersFile
           CLOSE OrderHistFile
           CLOSE LineFile
           CLOSE LineHistFile
           CLOSE OrderAuditFile
           CLOSE NotesFile
           CLOSE NotesHistFile
           CLOSE PaymentsFile
           CLOSE PayHistFile
           CLOSE MemoFile
           CLOSE MemoHistFile
           CLOSE CustomerAudit
           DISPLAY " "
           DISPLAY "Clientes inactivos revisados: " ScannedCount
           DISPLAY "Clientes archivados y depurados: " ArchivedCount
           DISPLAY "Pedidos movidos al historico: " TotalMovedOrders
           DISPLAY "Renglones de pedido movidos al historico: "
               TotalMovedLines
           DISPLAY "Pagos movidos al historico: " TotalMovedPays
           DISPLAY "Notas de credito movidas al historico: "
               TotalMovedMemos
           DISPLAY "Notas movidas al historico: " TotalMovedNotes
           STOP RUN.

                   PERFORM LogAuditPurge
                   PERFORM ArchiveOrdersForCust
                   PERFORM ArchivePaymentsForCust
                   PERFORM ArchiveMemosForCust
                   PERFORM ArchiveNotesForCust
           END-DELETE.

                   ADD 1 TO MovedOrders
                   MOVE 'Y' TO MoreToMove
                   PERFORM LogOrderArch
                   PERFORM ArchiveLinesForOrder
           END-DELETE.

      *    Los renglones del pedido historiado lo siguen, con el
      *    mismo esquema de reinicio: se mueve el primer renglon del
      *    pedido y se vuelve a buscar hasta que no quede ninguno.
       ArchiveLinesForOrder.
           MOVE 'Y' TO MoreLines
           PERFORM ArchiveOneLine UNTIL MoreLines = 'N'.

       ArchiveOneLine.
           MOVE 'N' TO MoreLines
           MOVE HistOrderNum TO LineOrderNum
           MOVE ZERO TO LineSeq
           START LineFile KEY IS NOT LESS THAN LineKey
               INVALID KEY CONTINUE
           END-START
           IF LineFileStatus = "00"
               READ LineFile NEXT RECORD
                   AT END CONTINUE
               END-READ
               IF LineFileStatus = "00" OR LineFileStatus = "02"
                   IF LineOrderNum = HistOrderNum
                       PERFORM MoveLineToHist
                   END-IF
               END-IF
           END-IF.

       MoveLineToHist.
           MOVE LineKey TO HistLineKey
           MOVE LineProdCode TO HistLineProdCode
           MOVE LineQty TO HistLineQty
           MOVE LineUnitPrice TO HistLineUnitPrice
           MOVE LineTotal TO HistLineTotal
           WRITE HistLineData
               INVALID KEY
      *            El renglon ya estaba en el historico (corrida
      *            previa interrumpida); se reescribe para poder
      *            terminar la depuracion de order_lines.txt.
                   REWRITE HistLineData
                       INVALID KEY
                           DISPLAY "No se pudo historiar el "
                               "renglon del pedido: " LineOrderNum
                       NOT INVALID KEY
                           PERFORM DeleteLineFromLive
                   END-REWRITE
               NOT INVALID KEY
                   PERFORM DeleteLineFromLive
           END-WRITE.

       DeleteLineFromLive.
           DELETE LineFile
               INVALID KEY
                   DISPLAY "No se pudo depurar el renglon del "
                       "pedido: " HistLineOrderNum
               NOT INVALID KEY
                   ADD 1 TO TotalMovedLines
                   MOVE 'Y' TO MoreLines
           END-DELETE.

      *    Los pagos del cliente depurado siguen a sus pedidos al
                   MOVE 'Y' TO MoreToMove
           END-DELETE.

      *    Las notas de credito del cliente depurado siguen a sus
      *    pedidos y pagos al historico, con el mismo esquema de
      *    reinicio.
       ArchiveMemosForCust.
           MOVE ZERO TO MovedMemos
           MOVE 'Y' TO MoreToMove
           PERFORM ArchiveOneMemo UNTIL MoreToMove = 'N'
           IF MovedMemos > ZERO
               DISPLAY "   Notas de credito al historico: " MovedMemos
               ADD MovedMemos TO TotalMovedMemos
           END-IF.

       ArchiveOneMemo.
           MOVE 'N' TO MoreToMove
           MOVE ArchIDNum TO MemoIDNum
           START MemoFile KEY IS NOT LESS THAN MemoIDNum
               INVALID KEY CONTINUE
           END-START
           IF MemoFileStatus = "00"
               READ MemoFile NEXT RECORD
                   AT END CONTINUE
               END-READ
               IF MemoFileStatus = "00" OR MemoFileStatus = "02"
                   IF MemoIDNum = ArchIDNum
                       PERFORM MoveMemoToHist
                   END-IF
               END-IF
           END-IF.

       MoveMemoToHist.
           MOVE MemoNum TO HistMemoNum
           MOVE MemoIDNum TO HistMemoIDNum
           MOVE MemoOrderNum TO HistMemoOrderNum
           MOVE MemoDate TO HistMemoDate
           MOVE MemoAmount TO HistMemoAmount
           MOVE MemoReason TO HistMemoReason
           WRITE HistMemoData
               INVALID KEY
      *            La nota ya estaba en el historico (corrida previa
      *            interrumpida); se reescribe para poder terminar
      *            la depuracion de credit_memos.txt.
                   REWRITE HistMemoData
                       INVALID KEY
                           DISPLAY "No se pudo historiar la nota "
                               "de credito: " MemoNum
                       NOT INVALID KEY
                           PERFORM DeleteMemoFromLive
                   END-REWRITE
               NOT INVALID KEY
                   PERFORM DeleteMemoFromLive
           END-WRITE.

       DeleteMemoFromLive.
           DELETE MemoFile
               INVALID KEY
                   DISPLAY "No se pudo depurar la nota de credito: "
                       HistMemoNum
               NOT INVALID KEY
                   ADD 1 TO MovedMemos
                   MOVE 'Y' TO MoreToMove
           END-DELETE.

      *    Las notas de contacto del cliente depurado se mueven al
      *    historico de notas con el mismo esquema de reinicio que
      *    los pedidos: la primera nota del cliente se mueve y se

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ImprimirFacturas.
       AUTHOR. Sebastian Madrigal.
       DATE-WRITTEN. Oct 15 2026.
       DATE-COMPILED. Oct 15 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC LINUX.
       OBJECT-COMPUTER. PC LINUX.

       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderAuditFile ASSIGN TO "orders_audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OrdAuditStatus.

           SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

           SELECT OPTIONAL OrdersFile ASSIGN TO "orders.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderNum
           ALTERNATE RECORD KEY IS OrderIDNum WITH DUPLICATES
           FILE STATUS IS OrderFileStatus.

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

           SELECT PrintFile ASSIGN TO "facturas_impresas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PrintStatus.

           SELECT ReprintFile ASSIGN TO "factura_reimpresa.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PrintStatus.

           SELECT CheckpointFile ASSIGN TO "facturas_checkpoint.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CheckpointStatus.

       DATA DIVISION.
       FILE SECTION.
           FD OrderAuditFile.
           COPY "ORDAUDIT.cpy".

           FD CustomerFile.
           COPY "CUSTREC.cpy".

           FD OrdersFile.
           COPY "ORDREC.cpy".

           FD CreditFile.
           COPY "CREDREC.cpy".

           FD InvoiceFile.
           COPY "INVREC.cpy".

           FD PrintFile.
           01 PrintLine PIC X(80).

           FD ReprintFile.
           01 ReprintLine PIC X(80).

      *    Lineas de auditoria de pedidos ya revisadas; la corrida
      *    siguiente factura solo lo que se marco despues.
           FD CheckpointFile.
           01 CheckpointRecord.
               02 CheckpointCount PIC 9(6).

       WORKING-STORAGE SECTION.
       01 OrdAuditStatus PIC XX VALUE "00".
       01 CustFileStatus PIC XX VALUE "00".
       01 OrderFileStatus PIC XX VALUE "00".
       01 CreditFileStatus PIC XX VALUE "00".
       01 InvFileStatus PIC XX VALUE "00".
       01 PrintStatus PIC XX VALUE "00".
       01 CheckpointStatus PIC XX VALUE "00".
       01 AuditAtEnd PIC X.
       01 InvAtEnd PIC X.
       01 RecordFound PIC X.
       01 RunTrouble PIC X VALUE 'N'.
       01 ReprintNum PIC 9(6) VALUE ZERO.
       01 NextInvNum PIC 9(6) VALUE 1.
       01 InvoiceLine PIC X(80).
       01 SkipLines PIC 9(6) VALUE ZERO.
       01 LinesRead PIC 9(6) VALUE ZERO.
      *    Conteos de control de la corrida.
       01 NewEntries PIC 9(6) VALUE ZERO.
       01 InvoiceMarks PIC 9(6) VALUE ZERO.
       01 InvoicesIssued PIC 9(6) VALUE ZERO.
       01 SkipAlready PIC 9(6) VALUE ZERO.
       01 SkipNoLonger PIC 9(6) VALUE ZERO.
       01 SkipNoOrder PIC 9(6) VALUE ZERO.
       01 SkipNoCust PIC 9(6) VALUE ZERO.
       01 PrintFailures PIC 9(6) VALUE ZERO.
       01 FirstIssued PIC 9(6) VALUE ZERO.
       01 RunInvTotal PIC 9(11)V99 VALUE ZERO.
       01 RunShownTotal PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 TermsWords.
           02 TermsDays PIC Z9.
           02 FILLER PIC X(5) VALUE " DIAS".
      *    Formato de la factura a columnas fijas de 80. Todo lo que
      *    se imprime sale del registro de facturas, asi una
      *    reimpresion queda igual a la original.
       01 InvTitleLine.
           02 FILLER PIC X(12) VALUE "FACTURA No. ".
           02 TitleInvNum PIC 9(6).
           02 FILLER PIC X(36) VALUE SPACES.
           02 FILLER PIC X(7) VALUE "FECHA: ".
           02 TitleInvDate PIC 9(8).
           02 FILLER PIC X(11) VALUE SPACES.
       01 InvCustLine.
           02 FILLER PIC X(10) VALUE "CLIENTE:".
           02 CustLineID PIC 9(6).
           02 FILLER PIC X(64) VALUE SPACES.
       01 InvNameLine.
           02 FILLER PIC X(10) VALUE SPACES.
           02 NameLineFirst PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 NameLineLast PIC X(15).
           02 FILLER PIC X(39) VALUE SPACES.
       01 InvAddrLine.
           02 FILLER PIC X(10) VALUE SPACES.
           02 AddrLineText PIC X(30).
           02 FILLER PIC X(40) VALUE SPACES.
       01 InvOrderLine.
           02 FILLER PIC X(10) VALUE "PEDIDO:".
           02 OrdLineNum PIC 9(6).
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(18) VALUE "FECHA DEL PEDIDO: ".
           02 OrdLineDate PIC 9(8).
           02 FILLER PIC X(34) VALUE SPACES.
       01 InvDescLine.
           02 FILLER PIC X(14) VALUE "DESCRIPCION:".
           02 DescLineText PIC X(30).
           02 FILLER PIC X(36) VALUE SPACES.
       01 InvTermsLine.
           02 FILLER PIC X(14) VALUE "CONDICIONES:".
           02 TermsLineText PIC X(12).
           02 FILLER PIC X(54) VALUE SPACES.
       01 InvAmountLine.
           02 FILLER PIC X(22) VALUE "IMPORTE A PAGAR:".
           02 AmtLineValue PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(44) VALUE SPACES.
       01 InvDueLine.
           02 FILLER PIC X(22) VALUE "FECHA DE VENCIMIENTO:".
           02 DueLineDate PIC 9(8).
           02 FILLER PIC X(50) VALUE SPACES.
       01 RuleLine PIC X(80) VALUE ALL "=".
       01 BlankLine PIC X(80) VALUE SPACES.
           COPY "VENCEWS.cpy".

       PROCEDURE DIVISION.
       MainPara.
           DISPLAY " "
           DISPLAY "---- Facturacion ----"
           DISPLAY "Factura a reimprimir (0 = corrida de facturacion): "
               WITH NO ADVANCING
           ACCEPT ReprintNum
           IF ReprintNum > ZERO
               PERFORM ReprintOneInvoice
               STOP RUN
           END-IF
           PERFORM ReadCheckpoint
           OPEN INPUT OrderAuditFile
           IF OrdAuditStatus NOT = "00"
               DISPLAY "No se pudo abrir orders_audit.txt (estado "
                   OrdAuditStatus "). Facturacion cancelada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CustomerFile
           IF CustFileStatus NOT = "00" AND CustFileStatus NOT = "05"
               DISPLAY "No se pudo abrir customer.txt (estado "
                   CustFileStatus "). Facturacion cancelada."
               CLOSE OrderAuditFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OrdersFile
           IF OrderFileStatus NOT = "00"
                   AND OrderFileStatus NOT = "05"
               DISPLAY "No se pudo abrir orders.txt (estado "
                   OrderFileStatus "). Facturacion cancelada."
               CLOSE OrderAuditFile
               CLOSE CustomerFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CreditFile
           IF CreditFileStatus NOT = "00"
                   AND CreditFileStatus NOT = "05"
               DISPLAY "No se pudo abrir credit.txt (estado "
                   CreditFileStatus "). Facturacion cancelada."
               CLOSE OrderAuditFile
               CLOSE CustomerFile
               CLOSE OrdersFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O InvoiceFile
           IF InvFileStatus NOT = "00" AND InvFileStatus NOT = "05"
               DISPLAY "No se pudo abrir facturas.txt (estado "
                   InvFileStatus "). Facturacion cancelada."
               CLOSE OrderAuditFile
               CLOSE CustomerFile
               CLOSE OrdersFile
               CLOSE CreditFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PrintFile
           IF PrintStatus NOT = "00"
               DISPLAY "No se pudo abrir facturas_impresas.txt "
                   "(estado " PrintStatus "). Facturacion cancelada."
               CLOSE OrderAuditFile
               CLOSE CustomerFile
               CLOSE OrdersFile
               CLOSE CreditFile
               CLOSE InvoiceFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM FindNextInvoiceNum
           MOVE NextInvNum TO FirstIssued
           PERFORM SkipProcessedLines
           PERFORM InvoiceNewEntries
           CLOSE OrderAuditFile
           CLOSE CustomerFile
           CLOSE OrdersFile
           CLOSE CreditFile
           CLOSE InvoiceFile
           CLOSE PrintFile
           IF RunTrouble = 'N'
               PERFORM SaveCheckpoint
           END-IF
           PERFORM ShowRunSummary
           STOP RUN.

      *    Reimpresion: sale solo del registro de facturas, por los
      *    mismos parrafos que la impresion original, a un archivo
      *    aparte para no tocar la impresion de la corrida.
       ReprintOneInvoice.
           OPEN INPUT InvoiceFile
           IF InvFileStatus NOT = "00" AND InvFileStatus NOT = "05"
               DISPLAY "No se pudo abrir facturas.txt (estado "
                   InvFileStatus "). Reimpresion cancelada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ReprintNum TO InvNum
           MOVE 'Y' TO RecordFound
           READ InvoiceFile
               INVALID KEY MOVE 'N' TO RecordFound
           END-READ
           CLOSE InvoiceFile
           IF RecordFound = 'N'
               DISPLAY "La factura " ReprintNum " no existe."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ReprintFile
           IF PrintStatus NOT = "00"
               DISPLAY "No se pudo abrir factura_reimpresa.txt "
                   "(estado " PrintStatus "). Reimpresion cancelada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PrintInvoice
           CLOSE ReprintFile
           IF PrintFailures > ZERO
               DISPLAY "AVISO: la reimpresion quedo incompleta."
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "Factura " ReprintNum " reimpresa en "
                   "factura_reimpresa.txt."
           END-IF.

       ReadCheckpoint.
           MOVE ZERO TO SkipLines
           OPEN INPUT CheckpointFile
           IF CheckpointStatus = "00"
               READ CheckpointFile
                   AT END MOVE ZERO TO SkipLines
                   NOT AT END MOVE CheckpointCount TO SkipLines
               END-READ
               CLOSE CheckpointFile
           END-IF.

      *    Consecutivo propio de facturas: el mayor numero emitido
      *    mas uno.
       FindNextInvoiceNum.
           MOVE 1 TO NextInvNum
           MOVE 'N' TO InvAtEnd
           MOVE ZERO TO InvNum
           START InvoiceFile KEY IS NOT LESS THAN InvNum
               INVALID KEY MOVE 'Y' TO InvAtEnd
           END-START
           PERFORM UNTIL InvAtEnd = 'Y'
               READ InvoiceFile NEXT RECORD
                   AT END MOVE 'Y' TO InvAtEnd
               END-READ
               IF InvAtEnd = 'N' AND InvFileStatus NOT = "00"
                       AND InvFileStatus NOT = "02"
                   DISPLAY "Lectura interrumpida. Estado: "
                       InvFileStatus
                   MOVE 'Y' TO InvAtEnd
               END-IF
               IF InvAtEnd = 'N'
                   ADD 1 TO InvNum GIVING NextInvNum
               END-IF
           END-PERFORM.

       SkipProcessedLines.
           MOVE ZERO TO LinesRead
           MOVE 'N' TO AuditAtEnd
           PERFORM UNTIL LinesRead NOT LESS THAN SkipLines
                   OR AuditAtEnd = 'Y'
               READ OrderAuditFile
                   AT END MOVE 'Y' TO AuditAtEnd
               END-READ
               IF AuditAtEnd = 'N' AND OrdAuditStatus NOT = "00"
                   DISPLAY "Lectura de la auditoria interrumpida. "
                       "Estado: " OrdAuditStatus
                   MOVE 'Y' TO AuditAtEnd
                   MOVE 'Y' TO RunTrouble
               END-IF
               IF AuditAtEnd = 'N'
                   ADD 1 TO LinesRead
               END-IF
           END-PERFORM.

       InvoiceNewEntries.
           PERFORM UNTIL AuditAtEnd = 'Y'
               READ OrderAuditFile
                   AT END MOVE 'Y' TO AuditAtEnd
               END-READ
               IF AuditAtEnd = 'N' AND OrdAuditStatus NOT = "00"
                   DISPLAY "Lectura de la auditoria interrumpida. "
                       "Estado: " OrdAuditStatus
                   MOVE 'Y' TO AuditAtEnd
                   MOVE 'Y' TO RunTrouble
               END-IF
               IF AuditAtEnd = 'N'
                   ADD 1 TO LinesRead
                   ADD 1 TO NewEntries
                   IF OrdAudAction = 'ORDINVOICE'
                       ADD 1 TO InvoiceMarks
                       PERFORM InvoiceOneOrder
                   END-IF
               END-IF
           END-PERFORM.

      *    Un pedido lleva a lo mas una factura. Se omite si ya la
      *    tiene (marcado dos veces, o una corrida repetida), si ya no
      *    esta facturado (cancelado o regresado a entregado despues
      *    de marcarse), o si el pedido o el cliente ya no estan en
      *    los archivos vivos.
       InvoiceOneOrder.
           MOVE OrdAudOrderNum TO OrderNum
           MOVE 'Y' TO RecordFound
           READ OrdersFile
               INVALID KEY MOVE 'N' TO RecordFound
           END-READ
           IF RecordFound = 'N'
               DISPLAY "Pedido " OrdAudOrderNum " omitido: ya no "
                   "existe."
               ADD 1 TO SkipNoOrder
           ELSE
               MOVE OrderNum TO InvOrderNum
               MOVE 'Y' TO RecordFound
               READ InvoiceFile KEY IS InvOrderNum
                   INVALID KEY MOVE 'N' TO RecordFound
               END-READ
               EVALUATE TRUE
                   WHEN RecordFound = 'Y'
                       ADD 1 TO SkipAlready
                   WHEN NOT OrderInvoiced
                       DISPLAY "Pedido " OrderNum " omitido: ya no "
                           "esta facturado."
                       ADD 1 TO SkipNoLonger
                   WHEN OTHER
                       PERFORM IssueInvoice
               END-EVALUATE
           END-IF.

       IssueInvoice.
           MOVE OrderIDNum TO IDNum
           MOVE 'Y' TO RecordFound
           READ CustomerFile
               INVALID KEY MOVE 'N' TO RecordFound
           END-READ
           IF RecordFound = 'N'
               DISPLAY "Pedido " OrderNum " omitido: el cliente "
                   OrderIDNum " no existe."
               ADD 1 TO SkipNoCust
           ELSE
               PERFORM ReadCustTerms
               MOVE NextInvNum TO InvNum
               MOVE OrderNum TO InvOrderNum
               MOVE OrderIDNum TO InvIDNum
               MOVE OrdAudDate TO InvDate
               MOVE OrderDate TO InvOrderDate
               MOVE DueTermDays TO InvTerms
               MOVE InvDate TO DueBaseDate
               PERFORM ComputeDueDate
               MOVE DueDate TO InvDueDate
               MOVE OrderAmount TO InvAmount
               MOVE OrderDesc TO InvDesc
               MOVE FirstName TO InvFirstName
               MOVE LastName TO InvLastName
               MOVE CustAddress TO InvAddress
               MOVE OrdAudOperator TO InvOperator
               WRITE InvoiceData
                   INVALID KEY
                       DISPLAY "No se pudo registrar la factura del "
                           "pedido " OrderNum ". Estado: "
                           InvFileStatus
                       MOVE 'Y' TO RunTrouble
                   NOT INVALID KEY
                       ADD 1 TO NextInvNum
                       ADD 1 TO InvoicesIssued
                       ADD InvAmount TO RunInvTotal
                       PERFORM PrintInvoice
               END-WRITE
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
               MOVE CredTerms TO DueTermDays
           ELSE
               MOVE DefaultTermDays TO DueTermDays
           END-IF.

       PrintInvoice.
           MOVE RuleLine TO InvoiceLine
           PERFORM WriteInvoiceLine
           MOVE InvNum TO TitleInvNum
           MOVE InvDate TO TitleInvDate
           MOVE InvTitleLine TO InvoiceLine
           PERFORM WriteInvoiceLine
           MOVE RuleLine TO InvoiceLine
           PERFORM WriteInvoiceLine
           MOVE InvIDNum TO CustLineID
           MOVE InvCustLine TO InvoiceLine
           PERFORM WriteInvoiceLine
           MOVE InvFirstName TO NameLineFirst
           MOVE InvLastName TO NameLineLast
           MOVE InvNameLine TO InvoiceLine
           PERFORM WriteInvoiceLine
           MOVE InvAddress TO AddrLineText
           MOVE InvAddrLine TO InvoiceLine
           PERFORM WriteInvoiceLine
           MOVE BlankLine TO InvoiceLine
           PERFORM WriteInvoiceLine
           MOVE InvOrderNum TO OrdLineNum
           MOVE InvOrderDate TO OrdLineDate
           MOVE InvOrderLine TO InvoiceLine
           PERFORM WriteInvoiceLine
           MOVE InvDesc TO DescLineText
           MOVE InvDescLine TO InvoiceLine
           PERFORM WriteInvoiceLine
           IF InvTerms = ZERO
               MOVE "CONTADO" TO TermsLineText
           ELSE
               MOVE InvTerms TO TermsDays
               MOVE TermsWords TO TermsLineText
           END-IF
           MOVE InvTermsLine TO InvoiceLine
           PERFORM WriteInvoiceLine
           MOVE BlankLine TO InvoiceLine
           PERFORM WriteInvoiceLine
           MOVE InvAmount TO AmtLineValue
           MOVE InvAmountLine TO InvoiceLine
           PERFORM WriteInvoiceLine
           MOVE InvDueDate TO DueLineDate
           MOVE InvDueLine TO InvoiceLine
           PERFORM WriteInvoiceLine
           MOVE RuleLine TO InvoiceLine
           PERFORM WriteInvoiceLine
           MOVE BlankLine TO InvoiceLine
           PERFORM WriteInvoiceLine
           PERFORM WriteInvoiceLine.

       WriteInvoiceLine.
           IF ReprintNum > ZERO
               WRITE ReprintLine FROM InvoiceLine
           ELSE
               WRITE PrintLine FROM InvoiceLine
           END-IF
           IF PrintStatus NOT = "00"
               DISPLAY "AVISO: fallo la escritura de la factura "
                   InvNum ". Estado: " PrintStatus
               ADD 1 TO PrintFailures
           END-IF.

      *    El punto de avance solo se mueve si todas las facturas
      *    quedaron registradas; una corrida repetida vuelve a tomar
      *    las mismas lineas y omite lo que ya tiene factura.
       SaveCheckpoint.
           MOVE LinesRead TO CheckpointCount
           OPEN OUTPUT CheckpointFile
           WRITE CheckpointRecord
           CLOSE CheckpointFile
           IF CheckpointStatus NOT = "00"
               DISPLAY "AVISO: no se pudo guardar el punto de "
                   "avance. Estado: " CheckpointStatus
           END-IF.

       ShowRunSummary.
           DISPLAY " "
           DISPLAY "---- Resumen de la corrida ----"
           DISPLAY "Lineas de auditoria nuevas: " NewEntries
           DISPLAY "Pedidos marcados como facturados: " InvoiceMarks
           DISPLAY "Facturas emitidas: " InvoicesIssued
           IF InvoicesIssued > ZERO
               SUBTRACT 1 FROM NextInvNum
               DISPLAY "Numeros de factura: " FirstIssued " a "
                   NextInvNum
           END-IF
           MOVE RunInvTotal TO RunShownTotal
           DISPLAY "Importe facturado: " RunShownTotal
           DISPLAY "Omitidos, ya tenian factura: " SkipAlready
           DISPLAY "Omitidos, ya no facturados: " SkipNoLonger
           DISPLAY "Omitidos, pedido inexistente: " SkipNoOrder
           DISPLAY "Omitidos, cliente inexistente: " SkipNoCust
           IF PrintFailures > ZERO
               DISPLAY "AVISO: " PrintFailures " lineas no se "
                   "imprimieron; reimprima las facturas afectadas."
               MOVE 1 TO RETURN-CODE
           END-IF
           IF RunTrouble = 'Y'
               DISPLAY "AVISO: corrida incompleta; el punto de "
                   "avance no se movio."
               MOVE 1 TO RETURN-CODE
           END-IF.

           COPY "VENCE.cpy".

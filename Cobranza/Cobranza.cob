       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cobranza.
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

           SELECT OPTIONAL PaymentsFile ASSIGN TO "payments.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PayNum
           ALTERNATE RECORD KEY IS PayIDNum WITH DUPLICATES
           FILE STATUS IS PayFileStatus.

           SELECT OPTIONAL MemoFile ASSIGN TO "credit_memos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MemoNum
           ALTERNATE RECORD KEY IS MemoIDNum WITH DUPLICATES
           ALTERNATE RECORD KEY IS MemoOrderNum WITH DUPLICATES
           FILE STATUS IS MemoFileStatus.

           SELECT OPTIONAL NotesFile ASSIGN TO "notes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NoteKey
           FILE STATUS IS NoteFileStatus.

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

           SELECT LetterFile ASSIGN TO "cartas_cobranza.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LetterStatus.

           SELECT WorklistFile ASSIGN TO "lista_cobranza.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WorklistStatus.

           SELECT SortFile ASSIGN TO "cobranza_sort.tmp".

       DATA DIVISION.
       FILE SECTION.
           FD CustomerFile.
           COPY "CUSTREC.cpy".

           FD OrdersFile.
           COPY "ORDREC.cpy".

           FD PaymentsFile.
           COPY "PAYREC.cpy".

           FD MemoFile.
           COPY "MEMOREC.cpy".

           FD NotesFile.
           COPY "NOTAREC.cpy".

           FD CreditFile.
           COPY "CREDREC.cpy".

           FD InvoiceFile.
           COPY "INVREC.cpy".

           FD LetterFile.
           01 LetterLine PIC X(80).

           FD WorklistFile.
           01 WorklistLine PIC X(80).

      *    Archivo de trabajo del SORT: cada cliente con saldo
      *    vencido se suelta con su importe vencido, y la lista de
      *    cobranza sale del mayor al menor.
           SD SortFile.
           01 SortRec.
               02 SortPastDue PIC 9(9)V99.
               02 SortIDNum PIC 9(6).
               02 SortLastName PIC X(15).
               02 SortPhone PIC X(15).
               02 SortLevel PIC 9.
               02 SortAction PIC X(14).

       WORKING-STORAGE SECTION.
       01 CustFileStatus PIC XX VALUE "00".
       01 OrderFileStatus PIC XX VALUE "00".
       01 PayFileStatus PIC XX VALUE "00".
       01 MemoFileStatus PIC XX VALUE "00".
       01 NoteFileStatus PIC XX VALUE "00".
       01 LetterStatus PIC XX VALUE "00".
       01 WorklistStatus PIC XX VALUE "00".
       01 CreditFileStatus PIC XX VALUE "00".
       01 InvFileStatus PIC XX VALUE "00".
       01 RecordFound PIC X.
       01 CustTermDays PIC 9(2).
       01 BrowseAtEnd PIC X.
       01 OrdersAtEnd PIC X.
       01 PaysAtEnd PIC X.
       01 MemosAtEnd PIC X.
       01 NotesAtEnd PIC X.
       01 SortAtEnd PIC X.
       01 NoteFound PIC X.
       01 NewRevSeq PIC 9(4).
       01 TargetIDNum PIC 9(6).
       01 TargetOrderNum PIC 9(6).
       01 OrderMemoTotal PIC 9(9)V99 VALUE ZERO.
       01 RunDate.
           02 RunYear PIC 9(4).
           02 RunMonth PIC 9(2).
           02 RunDay PIC 9(2).
       01 NoteYear PIC 9(4).
       01 NoteMonth PIC 9(2).
       01 NoteDay PIC 9(2).
      *    Dias vencidos 30/360 contra el vencimiento, igual que
      *    ReporteAntiguedad, para que la carta diga lo mismo que el
      *    reporte.
       01 AgeDays PIC S9(5) COMP VALUE ZERO.
       01 NoteAgeDays PIC S9(5) COMP VALUE ZERO.
       01 PayTotal PIC 9(9)V99 VALUE ZERO.
       01 RemainingPay PIC 9(9)V99 VALUE ZERO.
       01 OpenPart PIC 9(9)V99 VALUE ZERO.
       01 CustCurrent PIC 9(9)V99 VALUE ZERO.
       01 Cust30 PIC 9(9)V99 VALUE ZERO.
       01 Cust60 PIC 9(9)V99 VALUE ZERO.
       01 Cust90 PIC 9(9)V99 VALUE ZERO.
       01 CustPastDue PIC 9(9)V99 VALUE ZERO.
       01 CustOpen PIC 9(9)V99 VALUE ZERO.
      *    Nivel de la carta por dias pasados del vencimiento: 1
      *    recordatorio (1 a 30), 2 aviso formal (31 a 60), 3
      *    requerimiento final (mas de 60).
       01 DunLevel PIC 9 VALUE ZERO.
       01 RecentLetter PIC X.
       01 RecentPromise PIC X.
      *    Ventana en dias para no repetir una carta del mismo nivel
      *    ni molestar a quien prometio pagar.
       01 LetterWindow PIC 9(3) VALUE 30.
       01 PromiseWindow PIC 9(3) VALUE 30.
       01 CollOperID PIC X(8) VALUE 'COBRANZA'.
       01 TextIdx PIC 9(2).
       01 TextFirst PIC 9(2).
       01 TextLast PIC 9(2).
      *    Conteos de control de la corrida.
       01 CustomersRead PIC 9(6) VALUE ZERO.
       01 PastDueCount PIC 9(6) VALUE ZERO.
       01 Letter1Count PIC 9(6) VALUE ZERO.
       01 Letter2Count PIC 9(6) VALUE ZERO.
       01 Letter3Count PIC 9(6) VALUE ZERO.
       01 SkipLetterCount PIC 9(6) VALUE ZERO.
       01 SkipPromiseCount PIC 9(6) VALUE ZERO.
       01 NotesWritten PIC 9(6) VALUE ZERO.
       01 WorklistCount PIC 9(6) VALUE ZERO.
       01 RunPastDue PIC 9(11)V99 VALUE ZERO.
       01 RunShownTotal PIC Z,ZZZ,ZZZ,ZZ9.99.
      *    Texto de la nota que deja cada carta; el prefijo fijo es
      *    el que se busca despues para no repetir el mismo nivel.
       01 LetterNote.
           02 LetterNotePrefix PIC X(24)
               VALUE "Carta de cobranza nivel ".
           02 LetterNoteLevel PIC 9.
           02 FILLER PIC X(18) VALUE " enviada. Vencido:".
           02 LetterNoteAmount PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
      *    Cuerpo de la carta, cuatro renglones por nivel: cada nivel
      *    sube el tono del anterior.
       01 LetterTextValues.
           02 FILLER PIC X(60) VALUE
               "Le recordamos amablemente que su cuenta presenta un".
           02 FILLER PIC X(60) VALUE
               "saldo vencido. Si ya realizo su pago, le agradecemos".
           02 FILLER PIC X(60) VALUE
               "y le pedimos no tomar en cuenta este aviso. Para".
           02 FILLER PIC X(60) VALUE
               "cualquier aclaracion estamos a sus ordenes.".
           02 FILLER PIC X(60) VALUE
               "Por medio de la presente le notificamos formalmente".
           02 FILLER PIC X(60) VALUE
               "que su cuenta tiene un saldo con mas de 30 dias de".
           02 FILLER PIC X(60) VALUE
               "vencido. Le solicitamos liquidarlo a la brevedad o".
           02 FILLER PIC X(60) VALUE
               "comunicarse con nuestro departamento de cobranza.".
           02 FILLER PIC X(60) VALUE
               "REQUERIMIENTO FINAL DE PAGO. Su cuenta presenta un".
           02 FILLER PIC X(60) VALUE
               "saldo con mas de 60 dias de vencido. De no recibir su".
           02 FILLER PIC X(60) VALUE
               "pago en los proximos 10 dias, su credito sera".
           02 FILLER PIC X(60) VALUE
               "suspendido y la cuenta turnada a cobranza externa.".
       01 LetterTextTable REDEFINES LetterTextValues.
           02 LetterText PIC X(60) OCCURS 12 TIMES.
      *    Lineas de la carta y de la lista, a columnas fijas de 80
      *    igual que los estados de cuenta.
       01 LetterHeader.
           02 FILLER PIC X(23) VALUE "AVISO DE COBRANZA".
           02 FILLER PIC X(7) VALUE "FECHA: ".
           02 LetterHdrDate PIC 9(8).
           02 FILLER PIC X(10) VALUE "   NIVEL: ".
           02 LetterHdrLevel PIC 9.
           02 FILLER PIC X(12) VALUE "   CLIENTE: ".
           02 LetterHdrID PIC 9(6).
           02 FILLER PIC X(13) VALUE SPACES.
       01 NameLine.
           02 FILLER PIC X(3) VALUE SPACES.
           02 NameLineFirst PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 NameLineLast PIC X(15).
           02 FILLER PIC X(46) VALUE SPACES.
       01 AddressLine.
           02 FILLER PIC X(3) VALUE SPACES.
           02 AddrLineText PIC X(30).
           02 FILLER PIC X(47) VALUE SPACES.
       01 GreetingLine.
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "Estimado(a) ".
           02 GreetFirst PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 GreetLast PIC X(15).
           02 FILLER PIC X(34) VALUE SPACES.
       01 TextLine.
           02 FILLER PIC X(3) VALUE SPACES.
           02 TextLineBody PIC X(60).
           02 FILLER PIC X(17) VALUE SPACES.
       01 AmountLine.
           02 FILLER PIC X(3) VALUE SPACES.
           02 AmtLineLabel PIC X(28).
           02 FILLER PIC X(12) VALUE SPACES.
           02 AmtLineAmount PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(23) VALUE SPACES.
       01 SignLine.
           02 FILLER PIC X(3) VALUE SPACES.
           02 SignLineText PIC X(40).
           02 FILLER PIC X(37) VALUE SPACES.
       01 ListHeader1.
           02 FILLER PIC X(30) VALUE "LISTA DE COBRANZA  FECHA: ".
           02 ListHdrDate PIC 9(8).
           02 FILLER PIC X(42) VALUE SPACES.
       01 ListHeader2.
           02 FILLER PIC X(23) VALUE "ID     APELLIDO".
           02 FILLER PIC X(16) VALUE "TELEFONO".
           02 FILLER PIC X(3) VALUE "NIV".
           02 FILLER PIC X(16) VALUE "         VENCIDO".
           02 FILLER PIC X(22) VALUE "  ACCION".
       01 ListLine.
           02 ListLineID PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 ListLineName PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 ListLinePhone PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 ListLineLevel PIC 9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 ListLineAmount PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 ListLineAction PIC X(14).
           02 FILLER PIC X(6) VALUE SPACES.
       01 RuleLine PIC X(80) VALUE ALL "=".
       01 BlankLine PIC X(80) VALUE SPACES.
           COPY "VENCEWS.cpy".

       PROCEDURE DIVISION.
       MainPara.
           DISPLAY " "
           DISPLAY "---- Corrida de cobranza ----"
           ACCEPT RunDate FROM DATE YYYYMMDD
           OPEN INPUT CustomerFile
           IF CustFileStatus NOT = "00" AND CustFileStatus NOT = "05"
               DISPLAY "No se pudo abrir customer.txt (estado "
                   CustFileStatus "). Corrida cancelada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OrdersFile
           IF OrderFileStatus NOT = "00"
                   AND OrderFileStatus NOT = "05"
               DISPLAY "No se pudo abrir orders.txt (estado "
                   OrderFileStatus "). Corrida cancelada."
               CLOSE CustomerFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PaymentsFile
           IF PayFileStatus NOT = "00" AND PayFileStatus NOT = "05"
               DISPLAY "No se pudo abrir payments.txt (estado "
                   PayFileStatus "). Corrida cancelada."
               CLOSE CustomerFile
               CLOSE OrdersFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MemoFile
           IF MemoFileStatus NOT = "00" AND MemoFileStatus NOT = "05"
               DISPLAY "No se pudo abrir credit_memos.txt (estado "
                   MemoFileStatus "). Corrida cancelada."
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
                   CreditFileStatus "). Corrida cancelada."
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
                   InvFileStatus "). Corrida cancelada."
               CLOSE CustomerFile
               CLOSE OrdersFile
               CLOSE PaymentsFile
               CLOSE MemoFile
               CLOSE CreditFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      *    Cada carta deja su nota; sin notas no se sabria a quien
      *    ya se le escribio, asi que la corrida no sigue sin ellas.
           OPEN I-O NotesFile
           IF NoteFileStatus NOT = "00" AND NoteFileStatus NOT = "05"
               DISPLAY "No se pudo abrir notes.txt (estado "
                   NoteFileStatus "); en uso por la sesion en "
                   "linea? Corrida cancelada."
               CLOSE CustomerFile
               CLOSE OrdersFile
               CLOSE PaymentsFile
               CLOSE MemoFile
               CLOSE CreditFile
               CLOSE InvoiceFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LetterFile
           IF LetterStatus NOT = "00"
               DISPLAY "No se pudo abrir cartas_cobranza.txt (estado "
                   LetterStatus "). Corrida cancelada."
               CLOSE CustomerFile
               CLOSE OrdersFile
               CLOSE PaymentsFile
               CLOSE MemoFile
               CLOSE CreditFile
               CLOSE InvoiceFile
               CLOSE NotesFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WorklistFile
           IF WorklistStatus NOT = "00"
               DISPLAY "No se pudo abrir lista_cobranza.txt (estado "
                   WorklistStatus "). Corrida cancelada."
               CLOSE CustomerFile
               CLOSE OrdersFile
               CLOSE PaymentsFile
               CLOSE MemoFile
               CLOSE CreditFile
               CLOSE InvoiceFile
               CLOSE NotesFile
               CLOSE LetterFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT SortFile
               ON DESCENDING KEY SortPastDue
               ON ASCENDING KEY SortIDNum
               INPUT PROCEDURE IS ScanAllCustomers
               OUTPUT PROCEDURE IS WriteWorklist
           CLOSE CustomerFile
           CLOSE OrdersFile
           CLOSE PaymentsFile
           CLOSE MemoFile
           CLOSE CreditFile
           CLOSE InvoiceFile
           CLOSE NotesFile
           CLOSE LetterFile
           CLOSE WorklistFile
           PERFORM ShowRunSummary
           STOP RUN.

      *    Inactivos incluidos, como en la antiguedad de saldos: un
      *    cliente dado de baja puede seguir debiendo.
       ScanAllCustomers.
           MOVE 'N' TO BrowseAtEnd
           MOVE ZERO TO IDNum
           START CustomerFile KEY IS NOT LESS THAN IDNum
               INVALID KEY MOVE 'Y' TO BrowseAtEnd
           END-START
           PERFORM UNTIL BrowseAtEnd = 'Y'
               READ CustomerFile NEXT RECORD
                   AT END MOVE 'Y' TO BrowseAtEnd
               END-READ
               IF BrowseAtEnd = 'N' AND CustFileStatus NOT = "00"
                       AND CustFileStatus NOT = "02"
                   DISPLAY "Lectura interrumpida. Estado: "
                       CustFileStatus
                   MOVE 'Y' TO BrowseAtEnd
               END-IF
               IF BrowseAtEnd = 'N'
                   ADD 1 TO CustomersRead
                   PERFORM CollectOneCustomer
               END-IF
           END-PERFORM.

      *    Solo lo vencido (pasada la fecha de vencimiento) entra a
      *    cobranza. El nivel lo pone el bucket mas viejo con saldo.
      *    Quien prometio pagar o ya recibio una carta del mismo nivel
      *    en la ventana no recibe carta, pero sigue en la lista de
      *    llamadas con el motivo.
       CollectOneCustomer.
           PERFORM AgeOneCustomer
           COMPUTE CustPastDue = Cust30 + Cust60 + Cust90
           IF CustPastDue > ZERO
               ADD 1 TO PastDueCount
               ADD CustPastDue TO RunPastDue
               EVALUATE TRUE
                   WHEN Cust90 > ZERO MOVE 3 TO DunLevel
                   WHEN Cust60 > ZERO MOVE 2 TO DunLevel
                   WHEN OTHER MOVE 1 TO DunLevel
               END-EVALUATE
               PERFORM CheckRecentNotes
               EVALUATE TRUE
                   WHEN RecentPromise = 'Y'
                       ADD 1 TO SkipPromiseCount
                       MOVE "PROMESA" TO SortAction
                   WHEN RecentLetter = 'Y'
                       ADD 1 TO SkipLetterCount
                       MOVE "CARTA RECIENTE" TO SortAction
                   WHEN OTHER
                       PERFORM PrintLetter
                       PERFORM AddLetterNote
                       EVALUATE DunLevel
                           WHEN 1 ADD 1 TO Letter1Count
                           WHEN 2 ADD 1 TO Letter2Count
                           WHEN OTHER ADD 1 TO Letter3Count
                       END-EVALUATE
                       MOVE "CARTA ENVIADA" TO SortAction
               END-EVALUATE
               MOVE CustPastDue TO SortPastDue
               MOVE IDNum TO SortIDNum
               MOVE LastName TO SortLastName
               MOVE Phone TO SortPhone
               MOVE DunLevel TO SortLevel
               RELEASE SortRec
           END-IF.

      *    Misma aplicacion que ReporteAntiguedad: las notas de
      *    credito rebajan su propio pedido y los pagos se aplican
      *    del pedido mas viejo al mas nuevo.
       AgeOneCustomer.
           MOVE ZERO TO CustCurrent
           MOVE ZERO TO Cust30
           MOVE ZERO TO Cust60
           MOVE ZERO TO Cust90
           PERFORM ReadCustTerms
           PERFORM SumPaymentsForCust
           MOVE PayTotal TO RemainingPay
           PERFORM AgeOrdersForCust
           COMPUTE CustOpen = CustCurrent + Cust30 + Cust60 + Cust90.

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
           MOVE TargetIDNum TO PayIDNum
           MOVE 'N' TO PaysAtEnd
           START PaymentsFile KEY IS NOT LESS THAN PayIDNum
               INVALID KEY MOVE 'Y' TO PaysAtEnd
           END-START
           PERFORM UNTIL PaysAtEnd = 'Y'
               READ PaymentsFile NEXT RECORD
                   AT END MOVE 'Y' TO PaysAtEnd
               END-READ
               IF PaysAtEnd = 'N' AND PayFileStatus NOT = "00"
                       AND PayFileStatus NOT = "02"
                   DISPLAY "Lectura interrumpida. Estado: "
                       PayFileStatus
                   MOVE 'Y' TO PaysAtEnd
               END-IF
               IF PaysAtEnd = 'N'
                   IF PayIDNum NOT = TargetIDNum
                       MOVE 'Y' TO PaysAtEnd
                   ELSE
                       ADD PayAmount TO PayTotal
                   END-IF
               END-IF
           END-PERFORM.

       AgeOrdersForCust.
           MOVE TargetIDNum TO OrderIDNum
           MOVE 'N' TO OrdersAtEnd
           START OrdersFile KEY IS NOT LESS THAN OrderIDNum
               INVALID KEY MOVE 'Y' TO OrdersAtEnd
           END-START
           PERFORM UNTIL OrdersAtEnd = 'Y'
               READ OrdersFile NEXT RECORD
                   AT END MOVE 'Y' TO OrdersAtEnd
               END-READ
               IF OrdersAtEnd = 'N' AND OrderFileStatus NOT = "00"
                       AND OrderFileStatus NOT = "02"
                   DISPLAY "Lectura interrumpida. Estado: "
                       OrderFileStatus
                   MOVE 'Y' TO OrdersAtEnd
               END-IF
               IF OrdersAtEnd = 'N'
                   IF OrderIDNum NOT = TargetIDNum
                       MOVE 'Y' TO OrdersAtEnd
                   ELSE
                       IF NOT OrderCancelled
                           PERFORM AgeOneOrder
                       END-IF
                   END-IF
               END-IF
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
                   MOVE ZERO TO OpenPart
               ELSE
                   SUBTRACT RemainingPay FROM OpenPart
                   MOVE ZERO TO RemainingPay
               END-IF
           END-IF
           IF OpenPart > ZERO
               PERFORM BucketByAge
           END-IF.

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

      *    Vencimiento de la factura si la hay; si no, las condiciones
      *    del cliente desde la fecha del pedido.
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

      *    Las notas salen de la mas nueva a la mas vieja, asi que
      *    el recorrido se corta en cuanto aparece una nota fuera de
      *    la ventana mas amplia. Una promesa de pago es una nota
      *    que empieza con "PROMESA" (la captura de notas la marca
      *    asi); una carta previa es una nota de la corrida de
      *    cobranza con el mismo nivel.
       CheckRecentNotes.
           MOVE 'N' TO RecentLetter
           MOVE 'N' TO RecentPromise
           MOVE 'N' TO NotesAtEnd
           MOVE IDNum TO NoteIDNum
           MOVE ZERO TO NoteRevSeq
           START NotesFile KEY IS NOT LESS THAN NoteKey
               INVALID KEY MOVE 'Y' TO NotesAtEnd
           END-START
           PERFORM UNTIL NotesAtEnd = 'Y'
               READ NotesFile NEXT RECORD
                   AT END MOVE 'Y' TO NotesAtEnd
               END-READ
               IF NotesAtEnd = 'N' AND NoteFileStatus NOT = "00"
                       AND NoteFileStatus NOT = "02"
                   DISPLAY "Lectura interrumpida. Estado: "
                       NoteFileStatus
                   MOVE 'Y' TO NotesAtEnd
               END-IF
               IF NotesAtEnd = 'N'
                   IF NoteIDNum NOT = IDNum
                       MOVE 'Y' TO NotesAtEnd
                   ELSE
                       PERFORM CheckOneNote
                   END-IF
               END-IF
           END-PERFORM.

       CheckOneNote.
           MOVE NoteDate(1:4) TO NoteYear
           MOVE NoteDate(5:2) TO NoteMonth
           MOVE NoteDate(7:2) TO NoteDay
           COMPUTE NoteAgeDays = (RunYear - NoteYear) * 360
               + (RunMonth - NoteMonth) * 30
               + (RunDay - NoteDay)
           IF NoteAgeDays > LetterWindow
                   AND NoteAgeDays > PromiseWindow
               MOVE 'Y' TO NotesAtEnd
           ELSE
               IF NoteAgeDays NOT > PromiseWindow
                       AND (NoteText(1:7) = "PROMESA"
                           OR NoteText(1:7) = "Promesa")
                   MOVE 'Y' TO RecentPromise
               END-IF
               IF NoteAgeDays NOT > LetterWindow
                       AND NoteOperator = CollOperID
                       AND NoteText(1:24) = LetterNotePrefix
                       AND NoteText(25:1) = DunLevel
                   MOVE 'Y' TO RecentLetter
               END-IF
           END-IF.

       PrintLetter.
           MOVE RuleLine TO LetterLine
           PERFORM WriteLetterLine
           MOVE RunDate TO LetterHdrDate
           MOVE DunLevel TO LetterHdrLevel
           MOVE IDNum TO LetterHdrID
           MOVE LetterHeader TO LetterLine
           PERFORM WriteLetterLine
           MOVE BlankLine TO LetterLine
           PERFORM WriteLetterLine
           MOVE FirstName TO NameLineFirst
           MOVE LastName TO NameLineLast
           MOVE NameLine TO LetterLine
           PERFORM WriteLetterLine
           MOVE CustAddress TO AddrLineText
           MOVE AddressLine TO LetterLine
           PERFORM WriteLetterLine
           MOVE BlankLine TO LetterLine
           PERFORM WriteLetterLine
           MOVE FirstName TO GreetFirst
           MOVE LastName TO GreetLast
           MOVE GreetingLine TO LetterLine
           PERFORM WriteLetterLine
           MOVE BlankLine TO LetterLine
           PERFORM WriteLetterLine
           COMPUTE TextFirst = (DunLevel - 1) * 4 + 1
           COMPUTE TextLast = TextFirst + 3
           PERFORM VARYING TextIdx FROM TextFirst BY 1
                   UNTIL TextIdx > TextLast
               MOVE LetterText(TextIdx) TO TextLineBody
               MOVE TextLine TO LetterLine
               PERFORM WriteLetterLine
           END-PERFORM
           MOVE BlankLine TO LetterLine
           PERFORM WriteLetterLine
           PERFORM PrintLetterAmounts
           MOVE BlankLine TO LetterLine
           PERFORM WriteLetterLine
           MOVE "Atentamente," TO SignLineText
           MOVE SignLine TO LetterLine
           PERFORM WriteLetterLine
           MOVE "Departamento de Cobranza" TO SignLineText
           MOVE SignLine TO LetterLine
           PERFORM WriteLetterLine
           MOVE BlankLine TO LetterLine
           PERFORM WriteLetterLine.

       PrintLetterAmounts.
           IF Cust30 > ZERO
               MOVE "Vencido de 1 a 30 dias:" TO AmtLineLabel
               MOVE Cust30 TO AmtLineAmount
               MOVE AmountLine TO LetterLine
               PERFORM WriteLetterLine
           END-IF
           IF Cust60 > ZERO
               MOVE "Vencido de 31 a 60 dias:" TO AmtLineLabel
               MOVE Cust60 TO AmtLineAmount
               MOVE AmountLine TO LetterLine
               PERFORM WriteLetterLine
           END-IF
           IF Cust90 > ZERO
               MOVE "Vencido a mas de 60 dias:" TO AmtLineLabel
               MOVE Cust90 TO AmtLineAmount
               MOVE AmountLine TO LetterLine
               PERFORM WriteLetterLine
           END-IF
           MOVE "Total vencido:" TO AmtLineLabel
           MOVE CustPastDue TO AmtLineAmount
           MOVE AmountLine TO LetterLine
           PERFORM WriteLetterLine
           MOVE "Saldo total de la cuenta:" TO AmtLineLabel
           MOVE CustOpen TO AmtLineAmount
           MOVE AmountLine TO LetterLine
           PERFORM WriteLetterLine.

      *    La nota queda con la identidad fija de la corrida, para
      *    que el capturista la vea junto a sus propias notas de
      *    llamada.
       AddLetterNote.
           PERFORM FindNewRevSeq
           IF NewRevSeq = ZERO
               DISPLAY "AVISO: el cliente " IDNum " llego al limite "
                   "de notas; la carta salio sin nota."
           ELSE
               MOVE DunLevel TO LetterNoteLevel
               MOVE CustPastDue TO LetterNoteAmount
               MOVE IDNum TO NoteIDNum
               MOVE NewRevSeq TO NoteRevSeq
               MOVE CollOperID TO NoteOperator
               MOVE LetterNote TO NoteText
               ACCEPT NoteDate FROM DATE YYYYMMDD
               ACCEPT NoteTime FROM TIME
               WRITE NoteData
                   INVALID KEY
                       DISPLAY "AVISO: no se pudo guardar la nota "
                           "del cliente " IDNum
                   NOT INVALID KEY
                       ADD 1 TO NotesWritten
               END-WRITE
           END-IF.

       FindNewRevSeq.
           MOVE 9999 TO NewRevSeq
           MOVE IDNum TO NoteIDNum
           MOVE ZERO TO NoteRevSeq
           MOVE 'N' TO NoteFound
           START NotesFile KEY IS NOT LESS THAN NoteKey
               INVALID KEY CONTINUE
           END-START
           IF NoteFileStatus = "00"
               READ NotesFile NEXT RECORD
                   AT END CONTINUE
               END-READ
               IF NoteFileStatus = "00" OR NoteFileStatus = "02"
                   IF NoteIDNum = IDNum
                       MOVE 'Y' TO NoteFound
                   END-IF
               END-IF
           END-IF
           IF NoteFound = 'Y'
               IF NoteRevSeq = ZERO
                   MOVE ZERO TO NewRevSeq
               ELSE
                   SUBTRACT 1 FROM NoteRevSeq GIVING NewRevSeq
               END-IF
           END-IF.

       WriteWorklist.
           MOVE RuleLine TO WorklistLine
           PERFORM WriteWorklistLine
           MOVE RunDate TO ListHdrDate
           MOVE ListHeader1 TO WorklistLine
           PERFORM WriteWorklistLine
           MOVE BlankLine TO WorklistLine
           PERFORM WriteWorklistLine
           MOVE ListHeader2 TO WorklistLine
           PERFORM WriteWorklistLine
           MOVE RuleLine TO WorklistLine
           PERFORM WriteWorklistLine
           MOVE 'N' TO SortAtEnd
           PERFORM UNTIL SortAtEnd = 'Y'
               RETURN SortFile
                   AT END MOVE 'Y' TO SortAtEnd
               END-RETURN
               IF SortAtEnd = 'N'
                   MOVE SortIDNum TO ListLineID
                   MOVE SortLastName TO ListLineName
                   MOVE SortPhone TO ListLinePhone
                   MOVE SortLevel TO ListLineLevel
                   MOVE SortPastDue TO ListLineAmount
                   MOVE SortAction TO ListLineAction
                   MOVE ListLine TO WorklistLine
                   PERFORM WriteWorklistLine
                   ADD 1 TO WorklistCount
               END-IF
           END-PERFORM.

       WriteLetterLine.
           WRITE LetterLine
           IF LetterStatus NOT = "00"
               DISPLAY "AVISO: fallo la escritura de la carta. "
                   "Estado: " LetterStatus
           END-IF.

       WriteWorklistLine.
           WRITE WorklistLine
           IF WorklistStatus NOT = "00"
               DISPLAY "AVISO: fallo la escritura de la lista. "
                   "Estado: " WorklistStatus
           END-IF.

       ShowRunSummary.
           DISPLAY " "
           DISPLAY "---- Resumen de la corrida ----"
           DISPLAY "Fecha: " RunDate
           DISPLAY "Clientes revisados: " CustomersRead
           DISPLAY "Clientes con saldo vencido: " PastDueCount
           DISPLAY "Cartas nivel 1 (recordatorio): " Letter1Count
           DISPLAY "Cartas nivel 2 (aviso formal): " Letter2Count
           DISPLAY "Cartas nivel 3 (requerimiento): " Letter3Count
           DISPLAY "Sin carta por carta reciente: " SkipLetterCount
           DISPLAY "Sin carta por promesa de pago: " SkipPromiseCount
           DISPLAY "Notas de cobranza escritas: " NotesWritten
           DISPLAY "Renglones en la lista de llamadas: "
               WorklistCount
           MOVE RunPastDue TO RunShownTotal
           DISPLAY "Total vencido: " RunShownTotal
           DISPLAY "-------------------------------"
           DISPLAY " ".

           COPY "VENCE.cpy".

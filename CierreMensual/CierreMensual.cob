       IDENTIFICATION DIVISION.
       PROGRAM-ID. CierreMensual.
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
           SELECT OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OperID
           FILE STATUS IS OperFileStatus.

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

           SELECT OPTIONAL SnapshotFile ASSIGN TO "saldos_cierre.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SnapKey
           FILE STATUS IS SnapFileStatus.

           SELECT PeriodFile ASSIGN TO "periodos_cerrados.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PeriodFileStatus.

           SELECT ReportFile ASSIGN TO "cierre_excepciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportStatus.

       DATA DIVISION.
       FILE SECTION.
           FD OperatorFile.
           COPY "OPERREC.cpy".

           FD CustomerFile.
           COPY "CUSTREC.cpy".

           FD OrdersFile.
           COPY "ORDREC.cpy".

           FD PaymentsFile.
           COPY "PAYREC.cpy".

           FD MemoFile.
           COPY "MEMOREC.cpy".

           FD SnapshotFile.
           COPY "SNAPREC.cpy".

           FD PeriodFile.
           COPY "CIERREC.cpy".

           FD ReportFile.
           01 ReportLine PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "SIGNONWS.cpy".
           COPY "PERIODWS.cpy".
       01 CustFileStatus PIC XX VALUE "00".
       01 OrderFileStatus PIC XX VALUE "00".
       01 PayFileStatus PIC XX VALUE "00".
       01 MemoFileStatus PIC XX VALUE "00".
       01 SnapFileStatus PIC XX VALUE "00".
       01 ReportStatus PIC XX VALUE "00".
       01 BrowseAtEnd PIC X.
       01 OrdersAtEnd PIC X.
       01 PaysAtEnd PIC X.
       01 MemosAtEnd PIC X.
       01 SnapAtEnd PIC X.
       01 SnapFound PIC X.
       01 CustFound PIC X.
       01 Confirm PIC X.
       01 TargetIDNum PIC 9(6).
       01 RunDate PIC 9(8).
       01 RunTime PIC 9(8).
       01 RunPeriod PIC 9(6).
      *    Mes a cerrar (AAAAMM), el cierre anterior y los limites de
      *    fechas del mes.
       01 EnteredPeriod PIC X(6).
       01 ClosingPeriod.
           02 ClosingYear PIC 9(4).
           02 ClosingMonth PIC 9(2).
       01 ClosingPeriodNum REDEFINES ClosingPeriod PIC 9(6).
       01 PeriodValid PIC X.
       01 PeriodAbandoned PIC X.
       01 NextPeriod PIC 9(6) VALUE ZERO.
       01 NextYear PIC 9(4).
       01 NextMonth PIC 9(2).
       01 PriorPeriod PIC 9(6) VALUE ZERO.
       01 PeriodStartDate PIC 9(8).
       01 PeriodEndDate PIC 9(8).
      *    Movimientos del cliente: lo anterior al mes y lo del mes.
       01 PriorOrders PIC 9(9)V99 VALUE ZERO.
       01 PriorPays PIC 9(9)V99 VALUE ZERO.
       01 PriorMemos PIC 9(9)V99 VALUE ZERO.
       01 MonthOrders PIC 9(9)V99 VALUE ZERO.
       01 MonthPays PIC 9(9)V99 VALUE ZERO.
       01 MonthMemos PIC 9(9)V99 VALUE ZERO.
       01 PriorBalance PIC S9(9)V99 VALUE ZERO.
       01 OpeningBalance PIC S9(9)V99 VALUE ZERO.
       01 ClosingBalance PIC S9(9)V99 VALUE ZERO.
       01 MonthActivity PIC S9(9)V99 VALUE ZERO.
       01 BalanceDiff PIC S9(9)V99 VALUE ZERO.
      *    Conteos y totales de control del cierre.
       01 CustomersRead PIC 9(6) VALUE ZERO.
       01 SnapsWritten PIC 9(6) VALUE ZERO.
       01 SnapsFailed PIC 9(6) VALUE ZERO.
       01 ExceptCount PIC 9(6) VALUE ZERO.
       01 PurgedCount PIC 9(6) VALUE ZERO.
       01 RunOpening PIC S9(11)V99 VALUE ZERO.
       01 RunOrders PIC 9(11)V99 VALUE ZERO.
       01 RunPays PIC 9(11)V99 VALUE ZERO.
       01 RunMemos PIC 9(11)V99 VALUE ZERO.
       01 RunClosing PIC S9(11)V99 VALUE ZERO.
       01 RunShownTotal PIC -Z,ZZZ,ZZZ,ZZ9.99.
      *    Lineas del reporte a columnas fijas de 80, igual que los
      *    estados de cuenta.
       01 HeaderLine1.
           02 FILLER PIC X(31)
               VALUE "EXCEPCIONES DEL CIERRE  MES: ".
           02 HdrPeriod PIC 9(6).
           02 FILLER PIC X(10) VALUE "  FECHA: ".
           02 HdrDate PIC 9(8).
           02 FILLER PIC X(25) VALUE SPACES.
       01 HeaderLine2.
           02 FILLER PIC X(20) VALUE "ID     APELLIDO".
           02 FILLER PIC X(15) VALUE " SALDO INICIAL".
           02 FILLER PIC X(15) VALUE "    MOVIMIENTO".
           02 FILLER PIC X(15) VALUE "   SALDO FINAL".
           02 FILLER PIC X(15) VALUE "    DIFERENCIA".
       01 DetailLine.
           02 DetLineID PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 DetLineName PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 DetLineOpening PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 DetLineActivity PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 DetLineClosing PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 DetLineDiff PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
       01 ReasonLine.
           02 FILLER PIC X(7) VALUE SPACES.
           02 ReasonLineText PIC X(73).
       01 FirstCloseLine.
           02 FILLER PIC X(40)
               VALUE "Primer cierre: no hay cierre anterior ".
           02 FILLER PIC X(40)
               VALUE "contra el cual verificar.".
       01 TotalLine.
           02 TotalLineLabel PIC X(30).
           02 TotalLineAmount PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(33) VALUE SPACES.
       01 RuleLine PIC X(80) VALUE ALL "=".
       01 BlankLine PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MainPara.
           DISPLAY " "
           DISPLAY "---- Cierre de mes ----"
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT RunTime FROM TIME
           COMPUTE RunPeriod = RunDate / 100
      *    Cerrar un mes congela sus movimientos: ademas de firmarse,
      *    el operador debe ser supervisor.
           OPEN INPUT OperatorFile
           IF OperFileStatus NOT = "00" AND OperFileStatus NOT = "05"
               DISPLAY "No se pudo abrir operators.txt (estado "
                   OperFileStatus "); de de alta a los operadores "
                   "con AdminOperadores."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SignOnOperator
           IF SignOnOk = 'N'
               CLOSE OperatorFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE OperatorFile
           IF NOT SignedSupervisor
               DISPLAY "El cierre de mes esta reservado al "
                   "supervisor."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LoadClosedPeriod
           IF PeriodLoadFailed = 'Y'
               DISPLAY "Sin el control de periodos cerrados no se "
                   "sabe que mes sigue. Cierre cancelado."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ComputeNextPeriod
           MOVE 'N' TO PeriodValid
           MOVE 'N' TO PeriodAbandoned
           PERFORM AskClosePeriod
               UNTIL PeriodValid = 'Y' OR PeriodAbandoned = 'Y'
           IF PeriodAbandoned = 'Y'
               DISPLAY "Cierre abandonado."
               STOP RUN
           END-IF
           DISPLAY "Confirma el cierre del mes " ClosingPeriodNum
               "? (S/N): " WITH NO ADVANCING
           ACCEPT Confirm
           IF Confirm NOT = 'S' AND Confirm NOT = 's'
               DISPLAY "Cierre abandonado."
               STOP RUN
           END-IF
           COMPUTE PeriodStartDate = ClosingPeriodNum * 100 + 1
           COMPUTE PeriodEndDate = ClosingPeriodNum * 100 + 31
           MOVE LastClosedPeriod TO PriorPeriod
           PERFORM OpenCloseFiles
           PERFORM PrintReportHeader
           PERFORM ScanAllCustomers
           IF PriorPeriod > ZERO
               PERFORM CheckPurgedCustomers
           END-IF
           PERFORM PrintReportTotals
           CLOSE CustomerFile
           CLOSE OrdersFile
           CLOSE PaymentsFile
           CLOSE MemoFile
           CLOSE SnapshotFile
           CLOSE ReportFile
      *    Un renglon de la foto que no se pudo grabar deja el mes
      *    abierto: el cierre se repite completo, y como la foto se
      *    graba por llave, la repeticion reemplaza lo ya escrito.
           IF SnapsFailed > ZERO
               DISPLAY "No se grabaron " SnapsFailed " renglones de "
                   "la foto de saldos; el mes " ClosingPeriodNum
                   " queda abierto."
               PERFORM ShowRunSummary
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RecordClose
           PERFORM ShowRunSummary
           STOP RUN.

      *    El siguiente mes por cerrar es el que sigue al ultimo
      *    cerrado; si nunca se ha cerrado ninguno, el supervisor
      *    escoge el primero.
       ComputeNextPeriod.
           MOVE ZERO TO NextPeriod
           IF LastClosedPeriod > ZERO
               COMPUTE NextYear = LastClosedPeriod / 100
               COMPUTE NextMonth = LastClosedPeriod - NextYear * 100
               IF NextMonth = 12
                   ADD 1 TO NextYear
                   MOVE 1 TO NextMonth
               ELSE
                   ADD 1 TO NextMonth
               END-IF
               COMPUTE NextPeriod = NextYear * 100 + NextMonth
               DISPLAY "Ultimo mes cerrado: " LastClosedPeriod
               DISPLAY "Mes por cerrar:     " NextPeriod
           ELSE
               DISPLAY "No hay meses cerrados todavia."
           END-IF.

      *    Los meses se cierran en orden y nunca el mes en curso: la
      *    foto de saldos de un mes parte del saldo final del mes
      *    anterior.
       AskClosePeriod.
           DISPLAY "Mes a cerrar (AAAAMM, 0 regresa): "
               WITH NO ADVANCING
           ACCEPT EnteredPeriod
           IF EnteredPeriod = "0" OR EnteredPeriod = SPACES
                   OR EnteredPeriod = "000000"
               MOVE 'Y' TO PeriodAbandoned
           ELSE
               IF EnteredPeriod IS NOT NUMERIC
                   DISPLAY "Mes invalido (AAAAMM)."
               ELSE
                   MOVE EnteredPeriod TO ClosingPeriod
                   PERFORM ValidateClosePeriod
               END-IF
           END-IF.

       ValidateClosePeriod.
           MOVE 'Y' TO PeriodValid
           IF ClosingMonth < 1 OR ClosingMonth > 12
                   OR ClosingYear < 1900
               DISPLAY "Mes invalido (AAAAMM)."
               MOVE 'N' TO PeriodValid
           END-IF
           IF PeriodValid = 'Y'
                   AND ClosingPeriodNum NOT < RunPeriod
               DISPLAY "Solo se cierran meses ya terminados."
               MOVE 'N' TO PeriodValid
           END-IF
           IF PeriodValid = 'Y' AND LastClosedPeriod > ZERO
                   AND ClosingPeriodNum NOT = NextPeriod
               DISPLAY "El mes que sigue por cerrar es el "
                   NextPeriod "."
               MOVE 'N' TO PeriodValid
           END-IF.

       OpenCloseFiles.
           OPEN INPUT CustomerFile
           IF CustFileStatus NOT = "00" AND CustFileStatus NOT = "05"
               DISPLAY "No se pudo abrir customer.txt (estado "
                   CustFileStatus "). Cierre cancelado."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OrdersFile
           IF OrderFileStatus NOT = "00"
                   AND OrderFileStatus NOT = "05"
               DISPLAY "No se pudo abrir orders.txt (estado "
                   OrderFileStatus "). Cierre cancelado."
               CLOSE CustomerFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PaymentsFile
           IF PayFileStatus NOT = "00" AND PayFileStatus NOT = "05"
               DISPLAY "No se pudo abrir payments.txt (estado "
                   PayFileStatus "). Cierre cancelado."
               CLOSE CustomerFile
               CLOSE OrdersFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MemoFile
           IF MemoFileStatus NOT = "00" AND MemoFileStatus NOT = "05"
               DISPLAY "No se pudo abrir credit_memos.txt (estado "
                   MemoFileStatus "). Cierre cancelado."
               CLOSE CustomerFile
               CLOSE OrdersFile
               CLOSE PaymentsFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O SnapshotFile
           IF SnapFileStatus NOT = "00" AND SnapFileStatus NOT = "05"
               DISPLAY "No se pudo abrir saldos_cierre.txt (estado "
                   SnapFileStatus "). Cierre cancelado."
               CLOSE CustomerFile
               CLOSE OrdersFile
               CLOSE PaymentsFile
               CLOSE MemoFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ReportFile
           IF ReportStatus NOT = "00"
               DISPLAY "No se pudo abrir cierre_excepciones.txt "
                   "(estado " ReportStatus "). Cierre cancelado."
               CLOSE CustomerFile
               CLOSE OrdersFile
               CLOSE PaymentsFile
               CLOSE MemoFile
               CLOSE SnapshotFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

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
                   PERFORM CloseOneCustomer
               END-IF
           END-PERFORM.

      *    El saldo final sale de los archivos: todo lo fechado hasta
      *    el fin del mes. El saldo inicial es el saldo final que
      *    quedo en la foto del cierre anterior; si los movimientos
      *    anteriores al mes ya no suman lo mismo (algo fechado en un
      *    mes cerrado cambio despues del cierre), el cliente no
      *    cuadra y sale en el reporte de excepciones. En el primer
      *    cierre no hay foto anterior y el saldo inicial se toma de
      *    los movimientos anteriores.
       CloseOneCustomer.
           MOVE IDNum TO TargetIDNum
           PERFORM SumOrdersForCust
           PERFORM SumPaymentsForCust
           PERFORM SumMemosForCust
           COMPUTE PriorBalance = PriorOrders - PriorPays - PriorMemos
           COMPUTE MonthActivity =
               MonthOrders - MonthPays - MonthMemos
           COMPUTE ClosingBalance = PriorBalance + MonthActivity
           IF PriorPeriod > ZERO
               PERFORM ReadPriorSnapshot
               IF SnapFound = 'Y'
                   MOVE SnapClosing TO OpeningBalance
               ELSE
                   MOVE ZERO TO OpeningBalance
               END-IF
           ELSE
               MOVE PriorBalance TO OpeningBalance
           END-IF
           COMPUTE BalanceDiff =
               ClosingBalance - OpeningBalance - MonthActivity
           IF BalanceDiff NOT = ZERO
               ADD 1 TO ExceptCount
               MOVE LastName TO DetLineName
               IF PriorPeriod > ZERO AND SnapFound = 'N'
                   MOVE "Sin foto del cierre anterior pero con saldo."
                       TO ReasonLineText
               ELSE
                   MOVE "Lo anterior al mes ya no suma el cierre."
                       TO ReasonLineText
               END-IF
               PERFORM PrintOneException
           END-IF
           PERFORM SaveSnapshot
           ADD OpeningBalance TO RunOpening
           ADD MonthOrders TO RunOrders
           ADD MonthPays TO RunPays
           ADD MonthMemos TO RunMemos
           ADD ClosingBalance TO RunClosing.

      *    Los pedidos cancelados no cuentan, igual que en el saldo
      *    de la pantalla de pagos; lo fechado despues del mes queda
      *    para el cierre que le toque.
       SumOrdersForCust.
           MOVE ZERO TO PriorOrders
           MOVE ZERO TO MonthOrders
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
                           EVALUATE TRUE
                               WHEN OrderDate < PeriodStartDate
                                   ADD OrderAmount TO PriorOrders
                               WHEN OrderDate NOT > PeriodEndDate
                                   ADD OrderAmount TO MonthOrders
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SumPaymentsForCust.
           MOVE ZERO TO PriorPays
           MOVE ZERO TO MonthPays
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
                       EVALUATE TRUE
                           WHEN PayDate < PeriodStartDate
                               ADD PayAmount TO PriorPays
                           WHEN PayDate NOT > PeriodEndDate
                               ADD PayAmount TO MonthPays
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.

       SumMemosForCust.
           MOVE ZERO TO PriorMemos
           MOVE ZERO TO MonthMemos
           MOVE TargetIDNum TO MemoIDNum
           MOVE 'N' TO MemosAtEnd
           START MemoFile KEY IS NOT LESS THAN MemoIDNum
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
                   IF MemoIDNum NOT = TargetIDNum
                       MOVE 'Y' TO MemosAtEnd
                   ELSE
                       EVALUATE TRUE
                           WHEN MemoDate < PeriodStartDate
                               ADD MemoAmount TO PriorMemos
                           WHEN MemoDate NOT > PeriodEndDate
                               ADD MemoAmount TO MonthMemos
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.

       ReadPriorSnapshot.
           MOVE PriorPeriod TO SnapPeriod
           MOVE TargetIDNum TO SnapIDNum
           MOVE 'Y' TO SnapFound
           READ SnapshotFile
               INVALID KEY MOVE 'N' TO SnapFound
           END-READ
           IF SnapFound = 'Y' AND SnapFileStatus NOT = "00"
               DISPLAY "No se pudo leer la foto anterior del ID "
                   TargetIDNum ". Estado: " SnapFileStatus
               MOVE 'N' TO SnapFound
           END-IF.

      *    Un cierre repetido despues de una caida encuentra sus
      *    propios renglones ya grabados y los reemplaza.
       SaveSnapshot.
           MOVE ClosingPeriodNum TO SnapPeriod
           MOVE TargetIDNum TO SnapIDNum
           MOVE OpeningBalance TO SnapOpening
           MOVE MonthOrders TO SnapOrders
           MOVE MonthPays TO SnapPayments
           MOVE MonthMemos TO SnapMemos
           MOVE ClosingBalance TO SnapClosing
           MOVE BalanceDiff TO SnapDifference
           MOVE RunDate TO SnapCloseDate
           WRITE SnapData
               INVALID KEY
                   REWRITE SnapData
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE
           IF SnapFileStatus = "00"
               ADD 1 TO SnapsWritten
           ELSE
               DISPLAY "AVISO: no se grabo la foto del ID "
                   TargetIDNum ". Estado: " SnapFileStatus
               ADD 1 TO SnapsFailed
           END-IF.

      *    Un cliente depurado al historico ya no esta en el maestro,
      *    pero si dejo saldo en la foto anterior ese saldo salio de
      *    la cartera sin pasar por un pago: se informa.
       CheckPurgedCustomers.
           MOVE PriorPeriod TO SnapPeriod
           MOVE ZERO TO SnapIDNum
           MOVE 'N' TO SnapAtEnd
           START SnapshotFile KEY IS NOT LESS THAN SnapKey
               INVALID KEY MOVE 'Y' TO SnapAtEnd
           END-START
           PERFORM UNTIL SnapAtEnd = 'Y'
               READ SnapshotFile NEXT RECORD
                   AT END MOVE 'Y' TO SnapAtEnd
               END-READ
               IF SnapAtEnd = 'N' AND SnapFileStatus NOT = "00"
                       AND SnapFileStatus NOT = "02"
                   DISPLAY "Lectura interrumpida. Estado: "
                       SnapFileStatus
                   MOVE 'Y' TO SnapAtEnd
               END-IF
               IF SnapAtEnd = 'N'
                   IF SnapPeriod NOT = PriorPeriod
                       MOVE 'Y' TO SnapAtEnd
                   ELSE
                       PERFORM CheckOnePurged
                   END-IF
               END-IF
           END-PERFORM.

       CheckOnePurged.
           IF SnapClosing NOT = ZERO
               MOVE SnapIDNum TO IDNum
               MOVE 'Y' TO CustFound
               READ CustomerFile
                   INVALID KEY MOVE 'N' TO CustFound
               END-READ
               IF CustFound = 'N'
                   ADD 1 TO PurgedCount
                   ADD 1 TO ExceptCount
                   MOVE SnapIDNum TO TargetIDNum
                   MOVE SnapClosing TO OpeningBalance
                   MOVE ZERO TO MonthActivity
                   MOVE ZERO TO ClosingBalance
                   COMPUTE BalanceDiff = ZERO - SnapClosing
                   MOVE "(DEPURADO)" TO DetLineName
                   MOVE "Depurado del maestro con saldo en el cierre."
                       TO ReasonLineText
                   PERFORM PrintOneException
               END-IF
           END-IF.

       PrintReportHeader.
           MOVE RuleLine TO ReportLine
           PERFORM WriteReportLine
           MOVE ClosingPeriodNum TO HdrPeriod
           MOVE RunDate TO HdrDate
           MOVE HeaderLine1 TO ReportLine
           PERFORM WriteReportLine
           MOVE BlankLine TO ReportLine
           PERFORM WriteReportLine
           IF PriorPeriod = ZERO
               MOVE FirstCloseLine TO ReportLine
               PERFORM WriteReportLine
               MOVE BlankLine TO ReportLine
               PERFORM WriteReportLine
           END-IF
           MOVE HeaderLine2 TO ReportLine
           PERFORM WriteReportLine
           MOVE RuleLine TO ReportLine
           PERFORM WriteReportLine.

       PrintOneException.
           MOVE TargetIDNum TO DetLineID
           MOVE OpeningBalance TO DetLineOpening
           MOVE MonthActivity TO DetLineActivity
           MOVE ClosingBalance TO DetLineClosing
           MOVE BalanceDiff TO DetLineDiff
           MOVE DetailLine TO ReportLine
           PERFORM WriteReportLine
           MOVE ReasonLine TO ReportLine
           PERFORM WriteReportLine.

      *    Totales del mes: saldo inicial mas pedidos menos pagos y
      *    notas de credito, contra el saldo final de la cartera.
       PrintReportTotals.
           MOVE RuleLine TO ReportLine
           PERFORM WriteReportLine
           MOVE "Saldo inicial de la cartera:" TO TotalLineLabel
           MOVE RunOpening TO TotalLineAmount
           MOVE TotalLine TO ReportLine
           PERFORM WriteReportLine
           MOVE "Pedidos del mes:" TO TotalLineLabel
           MOVE RunOrders TO TotalLineAmount
           MOVE TotalLine TO ReportLine
           PERFORM WriteReportLine
           MOVE "Pagos del mes:" TO TotalLineLabel
           MOVE RunPays TO TotalLineAmount
           MOVE TotalLine TO ReportLine
           PERFORM WriteReportLine
           MOVE "Notas de credito del mes:" TO TotalLineLabel
           MOVE RunMemos TO TotalLineAmount
           MOVE TotalLine TO ReportLine
           PERFORM WriteReportLine
           MOVE "Saldo final de la cartera:" TO TotalLineLabel
           MOVE RunClosing TO TotalLineAmount
           MOVE TotalLine TO ReportLine
           PERFORM WriteReportLine
           IF ExceptCount = ZERO
               MOVE "Todos los clientes cuadran." TO ReportLine
               PERFORM WriteReportLine
           END-IF.

      *    El mes queda cerrado hasta que su renglon llega al control;
      *    a partir de ahi las pantallas y las cargas lo rechazan.
       RecordClose.
           OPEN EXTEND PeriodFile
           IF PeriodFileStatus = "35"
               OPEN OUTPUT PeriodFile
           END-IF
           IF PeriodFileStatus NOT = "00"
               DISPLAY "No se pudo abrir periodos_cerrados.txt "
                   "(estado " PeriodFileStatus "); el mes "
                   ClosingPeriodNum " queda abierto."
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE ClosingPeriodNum TO ClosePeriod
               MOVE RunDate TO CloseDate
               MOVE RunTime TO CloseTime
               MOVE SignedOperID TO CloseOperator
               MOVE CustomersRead TO CloseCustCount
               MOVE ExceptCount TO CloseExceptCount
               WRITE PeriodRecord
               IF PeriodFileStatus NOT = "00"
                   DISPLAY "No se pudo grabar el cierre (estado "
                       PeriodFileStatus "); el mes "
                       ClosingPeriodNum " queda abierto."
                   MOVE 1 TO RETURN-CODE
               ELSE
                   DISPLAY "Mes " ClosingPeriodNum " cerrado."
               END-IF
               CLOSE PeriodFile
           END-IF.

       WriteReportLine.
           WRITE ReportLine
           IF ReportStatus NOT = "00"
               DISPLAY "AVISO: fallo la escritura del reporte. "
                   "Estado: " ReportStatus
           END-IF.

       ShowRunSummary.
           DISPLAY " "
           DISPLAY "---- Resumen del cierre ----"
           DISPLAY "Mes: " ClosingPeriodNum
           DISPLAY "Clientes revisados: " CustomersRead
           DISPLAY "Renglones de la foto grabados: " SnapsWritten
           DISPLAY "Clientes que no cuadran: " ExceptCount
           IF PurgedCount > ZERO
               DISPLAY "  de ellos depurados con saldo: " PurgedCount
           END-IF
           MOVE RunOpening TO RunShownTotal
           DISPLAY "Saldo inicial:  " RunShownTotal
           MOVE RunOrders TO RunShownTotal
           DISPLAY "Pedidos:        " RunShownTotal
           MOVE RunPays TO RunShownTotal
           DISPLAY "Pagos:          " RunShownTotal
           MOVE RunMemos TO RunShownTotal
           DISPLAY "Notas:          " RunShownTotal
           MOVE RunClosing TO RunShownTotal
           DISPLAY "Saldo final:    " RunShownTotal
           DISPLAY "----------------------------"
           DISPLAY " ".

           COPY "SIGNON.cpy".
           COPY "PERIODO.cpy".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VentasPorProducto.
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
           SELECT OPTIONAL OrdersFile ASSIGN TO "orders.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderNum
           ALTERNATE RECORD KEY IS OrderIDNum WITH DUPLICATES
           FILE STATUS IS OrderFileStatus.

           SELECT OPTIONAL LineFile ASSIGN TO "order_lines.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LineKey
           FILE STATUS IS LineFileStatus.

           SELECT OPTIONAL ProductFile ASSIGN TO "productos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode
           FILE STATUS IS ProdFileStatus.

           SELECT ReportFile ASSIGN TO "ventas_producto.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportStatus.

           SELECT SortFile ASSIGN TO "ventas_sort.tmp".

       DATA DIVISION.
       FILE SECTION.
           FD OrdersFile.
           COPY "ORDREC.cpy".

           FD LineFile.
           COPY "LINEREC.cpy".

           FD ProductFile.
           COPY "PRODREC.cpy".

           FD ReportFile.
           01 ReportLine PIC X(80).

      *    Un renglon de venta por cada renglon de pedido del mes; el
      *    SORT los junta por producto para el corte de control. Un
      *    pedido sin renglones (anterior al catalogo, o generado por
      *    una orden recurrente) entra completo con el codigo en
      *    HIGH-VALUES, para que salga al final como "sin catalogo".
           SD SortFile.
           01 SortSaleRec.
               02 SortProdCode PIC X(8).
               02 SortQty PIC 9(5).
               02 SortAmount PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 OrderFileStatus PIC XX VALUE "00".
       01 LineFileStatus PIC XX VALUE "00".
       01 ProdFileStatus PIC XX VALUE "00".
       01 ReportStatus PIC XX VALUE "00".
       01 OrdersAtEnd PIC X.
       01 LinesAtEnd PIC X.
       01 SortAtEnd PIC X.
       01 OrderHasLines PIC X.
       01 SalesMonth PIC 9(6).
       01 RunDate PIC 9(8).
      *    Acumulados del producto en curso del corte de control.
       01 CurrentProd PIC X(8).
       01 ProdQty PIC 9(9) VALUE ZERO.
       01 ProdAmount PIC 9(11)V99 VALUE ZERO.
       01 ProdLines PIC 9(6) VALUE ZERO.
      *    Conteos de control de la corrida: el total del reporte
      *    debe cuadrar con la suma de los pedidos del mes.
       01 MonthOrders PIC 9(6) VALUE ZERO.
       01 MonthOrderTotal PIC 9(11)V99 VALUE ZERO.
       01 OrdersNoLines PIC 9(6) VALUE ZERO.
       01 SaleLinesRead PIC 9(7) VALUE ZERO.
       01 ProductsPrinted PIC 9(6) VALUE ZERO.
       01 RunQty PIC 9(9) VALUE ZERO.
       01 RunAmount PIC 9(11)V99 VALUE ZERO.
       01 RunShownTotal PIC Z,ZZZ,ZZZ,ZZ9.99.
      *    Lineas del reporte a columnas fijas de 80, igual que los
      *    demas reportes impresos.
       01 HeaderLine1.
           02 FILLER PIC X(29) VALUE "VENTAS POR PRODUCTO  MES: ".
           02 HdrMonth PIC 9(6).
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(7) VALUE "FECHA: ".
           02 HdrDate PIC 9(8).
           02 FILLER PIC X(20) VALUE SPACES.
       01 HeaderLine2.
           02 FILLER PIC X(9) VALUE "CODIGO".
           02 FILLER PIC X(31) VALUE "DESCRIPCION".
           02 FILLER PIC X(12) VALUE "   CANTIDAD".
           02 FILLER PIC X(18) VALUE "           IMPORTE".
           02 FILLER PIC X(8) VALUE "  RENGL.".
           02 FILLER PIC X(2) VALUE SPACES.
       01 DetailLine.
           02 DetLineCode PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 DetLineDesc PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 DetLineQty PIC ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 DetLineAmount PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 DetLineCount PIC ZZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
       01 TotalLine.
           02 FILLER PIC X(9) VALUE SPACES.
           02 FILLER PIC X(31) VALUE "TOTAL DEL MES".
           02 TotLineQty PIC ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 TotLineAmount PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(11) VALUE SPACES.
       01 RuleLine PIC X(80) VALUE ALL "=".
       01 BlankLine PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MainPara.
           DISPLAY " "
           DISPLAY "---- Ventas por producto ----"
           DISPLAY "Mes a reportar (AAAAMM): " WITH NO ADVANCING
           ACCEPT SalesMonth
           IF SalesMonth = ZERO
               DISPLAY "Mes invalido."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT RunDate FROM DATE YYYYMMDD
           OPEN INPUT OrdersFile
           IF OrderFileStatus NOT = "00"
                   AND OrderFileStatus NOT = "05"
               DISPLAY "No se pudo abrir orders.txt (estado "
                   OrderFileStatus "). Reporte cancelado."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LineFile
           IF LineFileStatus NOT = "00" AND LineFileStatus NOT = "05"
               DISPLAY "No se pudo abrir order_lines.txt (estado "
                   LineFileStatus "). Reporte cancelado."
               CLOSE OrdersFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ProductFile
           IF ProdFileStatus NOT = "00" AND ProdFileStatus NOT = "05"
               DISPLAY "No se pudo abrir productos.txt (estado "
                   ProdFileStatus "). Reporte cancelado."
               CLOSE OrdersFile
               CLOSE LineFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ReportFile
           IF ReportStatus NOT = "00"
               DISPLAY "No se pudo abrir ventas_producto.txt "
                   "(estado " ReportStatus "). Reporte cancelado."
               CLOSE OrdersFile
               CLOSE LineFile
               CLOSE ProductFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PrintReportHeader
           SORT SortFile
               ON ASCENDING KEY SortProdCode
               INPUT PROCEDURE IS SelectMonthLines
               OUTPUT PROCEDURE IS PrintProductTotals
           PERFORM PrintReportTotals
           CLOSE OrdersFile
           CLOSE LineFile
           CLOSE ProductFile
           CLOSE ReportFile
           PERFORM ShowRunSummary
           STOP RUN.

      *    Entran los pedidos no cancelados fechados en el mes, igual
      *    que en los estados de cuenta; cada renglon se suelta al
      *    SORT con su producto, cantidad e importe.
       SelectMonthLines.
           MOVE 'N' TO OrdersAtEnd
           MOVE ZERO TO OrderNum
           START OrdersFile KEY IS NOT LESS THAN OrderNum
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
                   IF NOT OrderCancelled
                           AND OrderDate(1:6) = SalesMonth
                       ADD 1 TO MonthOrders
                       ADD OrderAmount TO MonthOrderTotal
                       PERFORM ReleaseOrderLines
                   END-IF
               END-IF
           END-PERFORM.

       ReleaseOrderLines.
           MOVE 'N' TO OrderHasLines
           MOVE OrderNum TO LineOrderNum
           MOVE ZERO TO LineSeq
           MOVE 'N' TO LinesAtEnd
           START LineFile KEY IS NOT LESS THAN LineKey
               INVALID KEY MOVE 'Y' TO LinesAtEnd
           END-START
           PERFORM UNTIL LinesAtEnd = 'Y'
               READ LineFile NEXT RECORD
                   AT END MOVE 'Y' TO LinesAtEnd
               END-READ
               IF LinesAtEnd = 'N' AND LineFileStatus NOT = "00"
                       AND LineFileStatus NOT = "02"
                   DISPLAY "Lectura interrumpida. Estado: "
                       LineFileStatus
                   MOVE 'Y' TO LinesAtEnd
               END-IF
               IF LinesAtEnd = 'N'
                   IF LineOrderNum NOT = OrderNum
                       MOVE 'Y' TO LinesAtEnd
                   ELSE
                       MOVE 'Y' TO OrderHasLines
                       MOVE LineProdCode TO SortProdCode
                       MOVE LineQty TO SortQty
                       MOVE LineTotal TO SortAmount
                       RELEASE SortSaleRec
                       ADD 1 TO SaleLinesRead
                   END-IF
               END-IF
           END-PERFORM
           IF OrderHasLines = 'N'
               ADD 1 TO OrdersNoLines
               MOVE HIGH-VALUES TO SortProdCode
               MOVE ZERO TO SortQty
               MOVE OrderAmount TO SortAmount
               RELEASE SortSaleRec
           END-IF.

      *    Corte de control por producto: al cambiar de codigo se
      *    imprime el acumulado del anterior.
       PrintProductTotals.
           MOVE 'N' TO SortAtEnd
           MOVE LOW-VALUES TO CurrentProd
           PERFORM UNTIL SortAtEnd = 'Y'
               RETURN SortFile
                   AT END MOVE 'Y' TO SortAtEnd
               END-RETURN
               IF SortAtEnd = 'N'
                   IF SortProdCode NOT = CurrentProd
                       IF CurrentProd NOT = LOW-VALUES
                           PERFORM PrintOneProduct
                       END-IF
                       MOVE SortProdCode TO CurrentProd
                       MOVE ZERO TO ProdQty
                       MOVE ZERO TO ProdAmount
                       MOVE ZERO TO ProdLines
                   END-IF
                   ADD SortQty TO ProdQty
                   ADD SortAmount TO ProdAmount
                   ADD 1 TO ProdLines
               END-IF
           END-PERFORM
           IF CurrentProd NOT = LOW-VALUES
               PERFORM PrintOneProduct
           END-IF.

       PrintOneProduct.
           IF CurrentProd = HIGH-VALUES
               MOVE "SIN CAT." TO DetLineCode
               MOVE "PEDIDOS SIN RENGLONES" TO DetLineDesc
           ELSE
               MOVE CurrentProd TO DetLineCode
               MOVE CurrentProd TO ProdCode
               READ ProductFile
                   INVALID KEY
                       MOVE "(NO ESTA EN EL CATALOGO)" TO DetLineDesc
                   NOT INVALID KEY
                       MOVE ProdDesc TO DetLineDesc
               END-READ
           END-IF
           MOVE ProdQty TO DetLineQty
           MOVE ProdAmount TO DetLineAmount
           MOVE ProdLines TO DetLineCount
           MOVE DetailLine TO ReportLine
           PERFORM WriteReportLine
           ADD 1 TO ProductsPrinted
           ADD ProdQty TO RunQty
           ADD ProdAmount TO RunAmount.

       PrintReportHeader.
           MOVE RuleLine TO ReportLine
           PERFORM WriteReportLine
           MOVE SalesMonth TO HdrMonth
           MOVE RunDate TO HdrDate
           MOVE HeaderLine1 TO ReportLine
           PERFORM WriteReportLine
           MOVE BlankLine TO ReportLine
           PERFORM WriteReportLine
           MOVE HeaderLine2 TO ReportLine
           PERFORM WriteReportLine
           MOVE RuleLine TO ReportLine
           PERFORM WriteReportLine.

       PrintReportTotals.
           MOVE RuleLine TO ReportLine
           PERFORM WriteReportLine
           MOVE RunQty TO TotLineQty
           MOVE RunAmount TO TotLineAmount
           MOVE TotalLine TO ReportLine
           PERFORM WriteReportLine.

       WriteReportLine.
           WRITE ReportLine
           IF ReportStatus NOT = "00"
               DISPLAY "AVISO: fallo la escritura del reporte. "
                   "Estado: " ReportStatus
           END-IF.

      *    El total del reporte sale de los renglones y el de los
      *    pedidos de OrderAmount; si no cuadran, algun pedido tiene
      *    renglones que no suman su monto.
       ShowRunSummary.
           DISPLAY " "
           DISPLAY "---- Resumen de la corrida ----"
           DISPLAY "Mes reportado: " SalesMonth
           DISPLAY "Pedidos del mes: " MonthOrders
           DISPLAY "Pedidos sin renglones de catalogo: " OrdersNoLines
           DISPLAY "Renglones leidos: " SaleLinesRead
           DISPLAY "Productos impresos: " ProductsPrinted
           MOVE MonthOrderTotal TO RunShownTotal
           DISPLAY "Total de pedidos del mes: " RunShownTotal
           MOVE RunAmount TO RunShownTotal
           DISPLAY "Total del reporte: " RunShownTotal
           IF RunAmount NOT = MonthOrderTotal
               DISPLAY "AVISO: el reporte no cuadra con los pedidos "
                   "del mes."
               MOVE 1 TO RETURN-CODE
           END-IF
           DISPLAY "-------------------------------"
           DISPLAY " ".

           ALTERNATE RECORD KEY IS PayIDNum WITH DUPLICATES
           FILE STATUS IS PayFileStatus.

           SELECT OPTIONAL MemoFile ASSIGN TO "credit_memos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MemoNum
           ALTERNATE RECORD KEY IS MemoIDNum WITH DUPLICATES
           ALTERNATE RECORD KEY IS MemoOrderNum WITH DUPLICATES
           FILE STATUS IS MemoFileStatus.

           SELECT StatementFile ASSIGN TO "estados_cuenta.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StatementStatus.
           FD PaymentsFile.
           COPY "PAYREC.cpy".

           FD MemoFile.
           COPY "MEMOREC.cpy".

           FD StatementFile.
           01 StatementLine PIC X(80).

       01 OrderFileStatus PIC XX VALUE "00".
       01 PayFileStatus PIC XX VALUE "00".
       01 StatementStatus PIC XX VALUE "00".
       01 MemoFileStatus PIC XX VALUE "00".
       01 BrowseAtEnd PIC X.
       01 OrdersAtEnd PIC X.
       01 PaysAtEnd PIC X.
       01 MemosAtEnd PIC X.
       01 TargetIDNum PIC 9(6).
       01 StatementMonth PIC 9(6).
       01 MonthOrderCount PIC 9(5) VALUE ZERO.
       01 MonthPayTotal PIC 9(9)V99 VALUE ZERO.
       01 FullOrderTotal PIC 9(9)V99 VALUE ZERO.
       01 FullPayTotal PIC 9(9)V99 VALUE ZERO.
       01 MonthMemoCount PIC 9(5) VALUE ZERO.
       01 MonthMemoTotal PIC 9(9)V99 VALUE ZERO.
       01 FullMemoTotal PIC 9(9)V99 VALUE ZERO.
       01 OpenBalance PIC S9(9)V99 VALUE ZERO.
      *    Conteos de control de la corrida, al estilo del remate de
      *    ExtraerCambios: con ellos se comprueba que se imprimieron
       01 DetailsPrinted PIC 9(6) VALUE ZERO.
       01 RunOrderTotal PIC 9(11)V99 VALUE ZERO.
       01 RunPayTotal PIC 9(11)V99 VALUE ZERO.
       01 RunMemoTotal PIC 9(11)V99 VALUE ZERO.
       01 RunShownTotal PIC Z,ZZZ,ZZZ,ZZ9.99.
      *    Lineas del estado de cuenta, armadas a columnas fijas de 80
      *    porque estos estados se imprimen y se envian por correo.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DetLineAmount PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(21) VALUE SPACES.
      *    La nota de credito sale como su propio renglon, con el
      *    pedido que acredita y el monto en negativo.
       01 MemoLine.
           02 FILLER PIC X(3) VALUE SPACES.
           02 MemoLineDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "NOTA CRED. ".
           02 MemoLineNum PIC 9(6).
           02 FILLER PIC X(6) VALUE " PED. ".
           02 MemoLineOrder PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 MemoLineAmount PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(21) VALUE SPACES.
       01 TotalLine.
           02 FILLER PIC X(3) VALUE SPACES.
           02 TotLineLabel PIC X(28).
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
           OPEN OUTPUT StatementFile
           IF StatementStatus NOT = "00"
               DISPLAY "No se pudo abrir estados_cuenta.txt (estado "
               CLOSE CustomerFile
               CLOSE OrdersFile
               CLOSE PaymentsFile
               CLOSE MemoFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CustomerFile
           CLOSE OrdersFile
           CLOSE PaymentsFile
           CLOSE MemoFile
           CLOSE StatementFile
           PERFORM ShowRunSummary
           STOP RUN.
           END-PERFORM.

      *    Primera pasada: totales del mes y de toda la vida del
      *    cliente. Solo si el mes tuvo movimientos (pedidos, pagos
      *    o notas de credito) se imprime el estado, con una segunda
      *    pasada para el detalle; asi no salen hojas vacias al
      *    correo.
       StatementOneCustomer.
           PERFORM SumOrdersForCust
           PERFORM SumPaymentsForCust
           PERFORM SumMemosForCust
           IF MonthOrderCount > ZERO OR MonthPayCount > ZERO
                   OR MonthMemoCount > ZERO
               ADD 1 TO StatementsPrinted
               ADD MonthOrderTotal TO RunOrderTotal
               ADD MonthPayTotal TO RunPayTotal
               ADD MonthMemoTotal TO RunMemoTotal
               PERFORM PrintStatementHeader
               PERFORM PrintOrderDetails
               PERFORM PrintMemoDetails
               PERFORM PrintStatementTotals
           END-IF.

               END-IF
           END-PERFORM.

       SumMemosForCust.
           MOVE ZERO TO MonthMemoCount
           MOVE ZERO TO MonthMemoTotal
           MOVE ZERO TO FullMemoTotal
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
                       ADD MemoAmount TO FullMemoTotal
                       IF MemoDate(1:6) = StatementMonth
                           ADD 1 TO MonthMemoCount
                           ADD MemoAmount TO MonthMemoTotal
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PrintStatementHeader.
           MOVE RuleLine TO StatementLine
           PERFORM WriteStatementLine
           PERFORM WriteStatementLine
           ADD 1 TO DetailsPrinted.

       PrintMemoDetails.
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
                       IF MemoDate(1:6) = StatementMonth
                           PERFORM PrintOneMemo
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PrintOneMemo.
           MOVE MemoDate TO MemoLineDate
           MOVE MemoNum TO MemoLineNum
           MOVE MemoOrderNum TO MemoLineOrder
           COMPUTE MemoLineAmount = ZERO - MemoAmount
           MOVE MemoLine TO StatementLine
           PERFORM WriteStatementLine
           ADD 1 TO DetailsPrinted.

       PrintStatementTotals.
           MOVE BlankLine TO StatementLine
           PERFORM WriteStatementLine
           MOVE MonthPayTotal TO TotLineAmount
           MOVE TotalLine TO StatementLine
           PERFORM WriteStatementLine
           IF MonthMemoCount > ZERO
               MOVE "Notas de credito del mes:" TO TotLineLabel
               MOVE MonthMemoTotal TO TotLineAmount
               MOVE TotalLine TO StatementLine
               PERFORM WriteStatementLine
           END-IF
           COMPUTE OpenBalance =
               FullOrderTotal - FullPayTotal - FullMemoTotal
           MOVE "Saldo a la fecha:" TO TotLineLabel
           MOVE OpenBalance TO TotLineAmount
           MOVE TotalLine TO StatementLine
           DISPLAY "Total facturado del mes: " RunShownTotal
           MOVE RunPayTotal TO RunShownTotal
           DISPLAY "Total cobrado del mes: " RunShownTotal
           MOVE RunMemoTotal TO RunShownTotal
           DISPLAY "Total acreditado del mes: " RunShownTotal
           DISPLAY "-------------------------------"
           DISPLAY " ".

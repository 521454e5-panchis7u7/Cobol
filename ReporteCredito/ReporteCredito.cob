       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteCredito.
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

           SELECT OPTIONAL CreditFile ASSIGN TO "credit.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CredIDNum
           FILE STATUS IS CreditFileStatus.

           SELECT OPTIONAL MemoFile ASSIGN TO "credit_memos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MemoNum
           ALTERNATE RECORD KEY IS MemoIDNum WITH DUPLICATES
           ALTERNATE RECORD KEY IS MemoOrderNum WITH DUPLICATES
           FILE STATUS IS MemoFileStatus.

           SELECT ReportFile ASSIGN TO "excepciones_credito.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportStatus.

       DATA DIVISION.
       FILE SECTION.
           FD CustomerFile.
           COPY "CUSTREC.cpy".

           FD OrdersFile.
           COPY "ORDREC.cpy".

           FD PaymentsFile.
           COPY "PAYREC.cpy".

           FD CreditFile.
           COPY "CREDREC.cpy".

           FD MemoFile.
           COPY "MEMOREC.cpy".

           FD ReportFile.
           01 ReportLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 CustFileStatus PIC XX VALUE "00".
       01 OrderFileStatus PIC XX VALUE "00".
       01 PayFileStatus PIC XX VALUE "00".
       01 CreditFileStatus PIC XX VALUE "00".
       01 ReportStatus PIC XX VALUE "00".
       01 MemoFileStatus PIC XX VALUE "00".
       01 MemosAtEnd PIC X.
       01 MemoTotal PIC 9(9)V99 VALUE ZERO.
       01 CreditAtEnd PIC X.
       01 OrdersAtEnd PIC X.
       01 PaysAtEnd PIC X.
       01 CustFound PIC X.
       01 TargetIDNum PIC 9(6).
       01 RunDate PIC 9(8).
       01 OrderTotal PIC 9(9)V99 VALUE ZERO.
       01 PayTotal PIC 9(9)V99 VALUE ZERO.
       01 OpenBalance PIC S9(9)V99 VALUE ZERO.
       01 OverLimit PIC S9(9)V99 VALUE ZERO.
      *    Conteos de control de la corrida.
       01 CreditRead PIC 9(6) VALUE ZERO.
       01 HoldCount PIC 9(6) VALUE ZERO.
       01 OverCount PIC 9(6) VALUE ZERO.
       01 LinesPrinted PIC 9(6) VALUE ZERO.
       01 RunOverTotal PIC 9(11)V99 VALUE ZERO.
       01 RunShownTotal PIC Z,ZZZ,ZZZ,ZZ9.99.
      *    Lineas del reporte a columnas fijas de 80, igual que los
      *    estados de cuenta: el reporte se imprime para cobranza.
       01 HeaderLine1.
           02 FILLER PIC X(40)
               VALUE "EXCEPCIONES DE CREDITO  FECHA: ".
           02 HdrDate PIC 9(8).
           02 FILLER PIC X(32) VALUE SPACES.
       01 HeaderLine2.
           02 FILLER PIC X(23) VALUE "ID     APELLIDO".
           02 FILLER PIC X(10) VALUE "MOTIVO".
           02 FILLER PIC X(15) VALUE "         LIMITE".
           02 FILLER PIC X(16) VALUE "           SALDO".
           02 FILLER PIC X(16) VALUE "          EXCESO".
       01 DetailLine.
           02 DetLineID PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 DetLineName PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 DetLineReason PIC X(10).
           02 DetLineLimit PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 DetLineBalance PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 DetLineOver PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
       01 RuleLine PIC X(80) VALUE ALL "=".
       01 BlankLine PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MainPara.
           DISPLAY " "
           DISPLAY "---- Excepciones de credito ----"
           ACCEPT RunDate FROM DATE YYYYMMDD
           OPEN INPUT CreditFile
           IF CreditFileStatus NOT = "00"
                   AND CreditFileStatus NOT = "05"
               DISPLAY "No se pudo abrir credit.txt (estado "
                   CreditFileStatus "). Reporte cancelado."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CustomerFile
           IF CustFileStatus NOT = "00" AND CustFileStatus NOT = "05"
               DISPLAY "No se pudo abrir customer.txt (estado "
                   CustFileStatus "). Reporte cancelado."
               CLOSE CreditFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OrdersFile
           IF OrderFileStatus NOT = "00"
                   AND OrderFileStatus NOT = "05"
               DISPLAY "No se pudo abrir orders.txt (estado "
                   OrderFileStatus "). Reporte cancelado."
               CLOSE CreditFile
               CLOSE CustomerFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PaymentsFile
           IF PayFileStatus NOT = "00" AND PayFileStatus NOT = "05"
               DISPLAY "No se pudo abrir payments.txt (estado "
                   PayFileStatus "). Reporte cancelado."
               CLOSE CreditFile
               CLOSE CustomerFile
               CLOSE OrdersFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MemoFile
           IF MemoFileStatus NOT = "00" AND MemoFileStatus NOT = "05"
               DISPLAY "No se pudo abrir credit_memos.txt (estado "
                   MemoFileStatus "). Reporte cancelado."
               CLOSE CreditFile
               CLOSE CustomerFile
               CLOSE OrdersFile
               CLOSE PaymentsFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ReportFile
           IF ReportStatus NOT = "00"
               DISPLAY "No se pudo abrir excepciones_credito.txt "
                   "(estado " ReportStatus "). Reporte cancelado."
               CLOSE CreditFile
               CLOSE CustomerFile
               CLOSE OrdersFile
               CLOSE PaymentsFile
               CLOSE MemoFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PrintReportHeader
           PERFORM ScanAllCredit
           CLOSE CreditFile
           CLOSE CustomerFile
           CLOSE OrdersFile
           CLOSE PaymentsFile
           CLOSE MemoFile
           CLOSE ReportFile
           PERFORM ShowRunSummary
           STOP RUN.

      *    Solo los clientes con renglon en credit.txt pueden estar
      *    suspendidos o tener limite, asi que basta recorrer ese
      *    archivo en vez de todo el maestro de clientes.
       ScanAllCredit.
           MOVE 'N' TO CreditAtEnd
           MOVE ZERO TO CredIDNum
           START CreditFile KEY IS NOT LESS THAN CredIDNum
               INVALID KEY MOVE 'Y' TO CreditAtEnd
           END-START
           PERFORM UNTIL CreditAtEnd = 'Y'
               READ CreditFile NEXT RECORD
                   AT END MOVE 'Y' TO CreditAtEnd
               END-READ
               IF CreditAtEnd = 'N' AND CreditFileStatus NOT = "00"
                       AND CreditFileStatus NOT = "02"
                   DISPLAY "Lectura interrumpida. Estado: "
                       CreditFileStatus
                   MOVE 'Y' TO CreditAtEnd
               END-IF
               IF CreditAtEnd = 'N'
                   ADD 1 TO CreditRead
                   PERFORM CheckOneCredit
               END-IF
           END-PERFORM.

      *    Un cliente suspendido sale siempre; uno con limite sale si
      *    su saldo abierto (pedidos menos pagos y notas de credito)
      *    ya lo rebasa. Si esta en los dos casos sale una vez por
      *    cada motivo.
       CheckOneCredit.
           MOVE CredIDNum TO IDNum
           MOVE 'Y' TO CustFound
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustFound
           END-READ
           IF CustFound = 'N'
               MOVE SPACES TO LastName
           END-IF
           PERFORM ComputeOpenBalance
           IF CredOnHold
               ADD 1 TO HoldCount
               MOVE "SUSPENDIDO" TO DetLineReason
               MOVE ZERO TO OverLimit
               PERFORM PrintOneException
           END-IF
           IF CredLimit > ZERO AND OpenBalance > CredLimit
               ADD 1 TO OverCount
               COMPUTE OverLimit = OpenBalance - CredLimit
               ADD OverLimit TO RunOverTotal
               MOVE "EXCEDIDO" TO DetLineReason
               PERFORM PrintOneException
           END-IF.

       ComputeOpenBalance.
           MOVE CredIDNum TO TargetIDNum
           MOVE ZERO TO OrderTotal
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
                           ADD OrderAmount TO OrderTotal
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZERO TO PayTotal
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
           END-PERFORM
           MOVE ZERO TO MemoTotal
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
                       ADD MemoAmount TO MemoTotal
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE OpenBalance = OrderTotal - PayTotal - MemoTotal.

       PrintReportHeader.
           MOVE RuleLine TO ReportLine
           PERFORM WriteReportLine
           MOVE RunDate TO HdrDate
           MOVE HeaderLine1 TO ReportLine
           PERFORM WriteReportLine
           MOVE BlankLine TO ReportLine
           PERFORM WriteReportLine
           MOVE HeaderLine2 TO ReportLine
           PERFORM WriteReportLine
           MOVE RuleLine TO ReportLine
           PERFORM WriteReportLine.

       PrintOneException.
           MOVE CredIDNum TO DetLineID
           MOVE LastName TO DetLineName
           MOVE CredLimit TO DetLineLimit
           MOVE OpenBalance TO DetLineBalance
           MOVE OverLimit TO DetLineOver
           MOVE DetailLine TO ReportLine
           PERFORM WriteReportLine
           ADD 1 TO LinesPrinted.

       WriteReportLine.
           WRITE ReportLine
           IF ReportStatus NOT = "00"
               DISPLAY "AVISO: fallo la escritura del reporte. "
                   "Estado: " ReportStatus
           END-IF.

       ShowRunSummary.
           DISPLAY " "
           DISPLAY "---- Resumen de la corrida ----"
           DISPLAY "Fecha: " RunDate
           DISPLAY "Renglones de credito revisados: " CreditRead
           DISPLAY "Clientes suspendidos: " HoldCount
           DISPLAY "Clientes sobre su limite: " OverCount
           DISPLAY "Lineas de excepcion impresas: " LinesPrinted
           MOVE RunOverTotal TO RunShownTotal
           DISPLAY "Exceso total sobre limites: " RunShownTotal
           DISPLAY "-------------------------------"
           DISPLAY " ".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GenerarRecurrentes.
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

           SELECT OrderAuditFile ASSIGN TO "orders_audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OrdAuditStatus.

           SELECT OPTIONAL StandingFile ASSIGN TO "recurrentes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StdNum
           ALTERNATE RECORD KEY IS StdIDNum WITH DUPLICATES
           FILE STATUS IS StdFileStatus.

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

           SELECT ReportFile ASSIGN TO "recurrentes_resumen.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportStatus.

           SELECT CheckpointFile ASSIGN TO
               "recurrentes_checkpoint.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CheckpointStatus.

       DATA DIVISION.
       FILE SECTION.
           FD CustomerFile.
           COPY "CUSTREC.cpy".

           FD OrdersFile.
           COPY "ORDREC.cpy".

           FD OrderAuditFile.
           COPY "ORDAUDIT.cpy".

           FD StandingFile.
           COPY "STDREC.cpy".

           FD PaymentsFile.
           COPY "PAYREC.cpy".

           FD CreditFile.
           COPY "CREDREC.cpy".

           FD MemoFile.
           COPY "MEMOREC.cpy".

           FD ReportFile.
           01 ReportLine PIC X(80).

      *    Fecha de la corrida, ultima orden atendida, si la corrida
      *    termino y los conteos acumulados del dia; una corrida
      *    repetida el mismo dia sigue donde quedo la anterior.
           FD CheckpointFile.
           01 CheckpointRecord.
               02 CkRunDate PIC 9(8).
               02 CkLastStdNum PIC 9(6).
               02 CkDone PIC X.
               02 CkOrders PIC 9(6).
               02 CkOrderTotal PIC 9(11)V99.
               02 CkSuspended PIC 9(6).
               02 CkInactive PIC 9(6).
               02 CkPurged PIC 9(6).
               02 CkEnded PIC 9(6).
               02 CkRecovered PIC 9(6).
               02 CkCreditHold PIC 9(6).
               02 CkOverLimit PIC 9(6).

       WORKING-STORAGE SECTION.
       01 CustFileStatus PIC XX VALUE "00".
       01 OrderFileStatus PIC XX VALUE "00".
       01 OrdAuditStatus PIC XX VALUE "00".
       01 StdFileStatus PIC XX VALUE "00".
       01 ReportStatus PIC XX VALUE "00".
       01 CheckpointStatus PIC XX VALUE "00".
       01 PayFileStatus PIC XX VALUE "00".
       01 CreditFileStatus PIC XX VALUE "00".
       01 MemoFileStatus PIC XX VALUE "00".
       01 RecurOperID PIC X(8) VALUE 'RECURREN'.
       01 RunDate PIC 9(8).
       01 StdAtEnd PIC X.
       01 OrdAtEnd PIC X.
       01 CustFound PIC X.
       01 RecordFound PIC X.
       01 EntryStopped PIC X.
       01 Resuming PIC X VALUE 'N'.
       01 AlreadyDone PIC X VALUE 'N'.
       01 RunTrouble PIC X VALUE 'N'.
       01 ResumeAfter PIC 9(6) VALUE ZERO.
       01 NextOrderNum PIC 9(6).
       01 FirstOrderNum PIC 9(6) VALUE ZERO.
       01 ReasonText PIC X(27).
      *    Credito del cliente, revisado como en CargaPedidos.
       01 CredFound PIC X.
       01 CreditTrouble PIC X.
       01 TargetIDNum PIC 9(6).
       01 OrdersAtEnd PIC X.
       01 PaysAtEnd PIC X.
       01 MemosAtEnd PIC X.
       01 CustOrderTotal PIC 9(9)V99 VALUE ZERO.
       01 PayTotal PIC 9(9)V99 VALUE ZERO.
       01 MemoTotal PIC 9(9)V99 VALUE ZERO.
       01 OpenBalance PIC S9(9)V99 VALUE ZERO.
       01 NewBalance PIC S9(9)V99 VALUE ZERO.
      *    Conteos de control. Los del dia viajan en el punto de
      *    avance; EntriesRead, NotDue, WriteErrors y CreditErrors
      *    son de esta corrida.
       01 EntriesRead PIC 9(6) VALUE ZERO.
       01 NotDue PIC 9(6) VALUE ZERO.
       01 WriteErrors PIC 9(6) VALUE ZERO.
       01 CreditErrors PIC 9(6) VALUE ZERO.
       01 OrdersMade PIC 9(6) VALUE ZERO.
       01 OrderTotal PIC 9(11)V99 VALUE ZERO.
       01 SkipSuspended PIC 9(6) VALUE ZERO.
       01 SkipInactive PIC 9(6) VALUE ZERO.
       01 SkipPurged PIC 9(6) VALUE ZERO.
       01 SkipCreditHold PIC 9(6) VALUE ZERO.
       01 SkipOverLimit PIC 9(6) VALUE ZERO.
       01 EntriesEnded PIC 9(6) VALUE ZERO.
       01 OrdersRecovered PIC 9(6) VALUE ZERO.
       01 ShownTotal PIC Z,ZZZ,ZZZ,ZZ9.99.
      *    Reporte a columnas fijas de 80.
       01 TitleLine.
           02 FILLER PIC X(40)
               VALUE "GENERACION DE ORDENES RECURRENTES".
           02 FILLER PIC X(7) VALUE "FECHA: ".
           02 TitleDate PIC 9(8).
           02 FILLER PIC X(25) VALUE SPACES.
       01 ResumeLine.
           02 FILLER PIC X(40)
               VALUE "CORRIDA REANUDADA DESPUES DE LA ORDEN".
           02 ResumeStdNum PIC 9(6).
           02 FILLER PIC X(34) VALUE SPACES.
       01 HeadLine.
           02 FILLER PIC X(7) VALUE "ORDEN".
           02 FILLER PIC X(7) VALUE "CLIENTE".
           02 FILLER PIC X(17) VALUE SPACES.
           02 FILLER PIC X(7) VALUE "PEDIDO".
           02 FILLER PIC X(15) VALUE "        IMPORTE".
           02 FILLER PIC X(27) VALUE " RESULTADO".
       01 DetailLine.
           02 DetStdNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 DetIDNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 DetName PIC X(16).
           02 FILLER PIC X VALUE SPACE.
           02 DetOrderNum PIC Z(6).
           02 FILLER PIC X VALUE SPACE.
           02 DetAmount PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 DetReason PIC X(27).
       01 TotalLine.
           02 TotLabel PIC X(40).
           02 TotCount PIC ZZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 TotAmount PIC Z,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           02 FILLER PIC X(14) VALUE SPACES.
       01 RuleLine PIC X(80) VALUE ALL "=".
       01 BlankLine PIC X(80) VALUE SPACES.
           COPY "VENCEWS.cpy".

       PROCEDURE DIVISION.
       MainPara.
           DISPLAY " "
           DISPLAY "---- Generacion de ordenes recurrentes ----"
           ACCEPT RunDate FROM DATE YYYYMMDD
           PERFORM ReadCheckpoint
           IF AlreadyDone = 'Y'
               DISPLAY "La generacion del " RunDate " ya se hizo; "
                   "no hay nada que generar."
               STOP RUN
           END-IF
           OPEN INPUT CustomerFile
           IF CustFileStatus NOT = "00" AND CustFileStatus NOT = "05"
               DISPLAY "No se pudo abrir customer.txt (estado "
                   CustFileStatus "). Generacion cancelada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O OrdersFile
           IF OrderFileStatus NOT = "00"
                   AND OrderFileStatus NOT = "05"
               DISPLAY "No se pudo abrir orders.txt (estado "
                   OrderFileStatus "). Generacion cancelada."
               CLOSE CustomerFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND OrderAuditFile
           IF OrdAuditStatus NOT = "00"
               DISPLAY "No se pudo abrir orders_audit.txt (estado "
                   OrdAuditStatus "). Generacion cancelada."
               CLOSE CustomerFile
               CLOSE OrdersFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O StandingFile
           IF StdFileStatus NOT = "00" AND StdFileStatus NOT = "05"
               DISPLAY "No se pudo abrir recurrentes.txt (estado "
                   StdFileStatus "). Generacion cancelada."
               CLOSE CustomerFile
               CLOSE OrdersFile
               CLOSE OrderAuditFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PaymentsFile
           IF PayFileStatus NOT = "00" AND PayFileStatus NOT = "05"
               DISPLAY "No se pudo abrir payments.txt (estado "
                   PayFileStatus "). Generacion cancelada."
               CLOSE CustomerFile
               CLOSE OrdersFile
               CLOSE OrderAuditFile
               CLOSE StandingFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CreditFile
           IF CreditFileStatus NOT = "00"
                   AND CreditFileStatus NOT = "05"
               DISPLAY "No se pudo abrir credit.txt (estado "
                   CreditFileStatus "). Generacion cancelada."
               CLOSE CustomerFile
               CLOSE OrdersFile
               CLOSE OrderAuditFile
               CLOSE StandingFile
               CLOSE PaymentsFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MemoFile
           IF MemoFileStatus NOT = "00" AND MemoFileStatus NOT = "05"
               DISPLAY "No se pudo abrir credit_memos.txt (estado "
                   MemoFileStatus "). Generacion cancelada."
               CLOSE CustomerFile
               CLOSE OrdersFile
               CLOSE OrderAuditFile
               CLOSE StandingFile
               CLOSE PaymentsFile
               CLOSE CreditFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF Resuming = 'Y'
               OPEN EXTEND ReportFile
           ELSE
               OPEN OUTPUT ReportFile
           END-IF
           IF ReportStatus NOT = "00"
               DISPLAY "No se pudo abrir recurrentes_resumen.txt "
                   "(estado " ReportStatus "). Generacion cancelada."
               CLOSE CustomerFile
               CLOSE OrdersFile
               CLOSE OrderAuditFile
               CLOSE StandingFile
               CLOSE PaymentsFile
               CLOSE CreditFile
               CLOSE MemoFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM FindNextOrderNum
           MOVE NextOrderNum TO FirstOrderNum
           PERFORM WriteReportHeader
           PERFORM GenerateDueEntries
           PERFORM WriteReportTotals
           CLOSE CustomerFile
           CLOSE OrdersFile
           CLOSE OrderAuditFile
           CLOSE StandingFile
           CLOSE PaymentsFile
           CLOSE CreditFile
           CLOSE MemoFile
           CLOSE ReportFile
           PERFORM FinishCheckpoint
           PERFORM ShowRunSummary
           STOP RUN.

      *    Un punto de avance de otro dia no cuenta: la corrida
      *    empieza de cero. Del mismo dia, o ya termino o se reanuda.
       ReadCheckpoint.
           OPEN INPUT CheckpointFile
           IF CheckpointStatus = "00"
               READ CheckpointFile
                   AT END MOVE ZERO TO CkRunDate
               END-READ
               CLOSE CheckpointFile
               IF CkRunDate IS NUMERIC AND CkRunDate = RunDate
                   IF CkDone = 'Y'
                       MOVE 'Y' TO AlreadyDone
                   ELSE
                       MOVE 'Y' TO Resuming
                       MOVE CkLastStdNum TO ResumeAfter
                       MOVE CkOrders TO OrdersMade
                       MOVE CkOrderTotal TO OrderTotal
                       MOVE CkSuspended TO SkipSuspended
                       MOVE CkInactive TO SkipInactive
                       MOVE CkPurged TO SkipPurged
                       MOVE CkEnded TO EntriesEnded
                       MOVE CkRecovered TO OrdersRecovered
                       MOVE CkCreditHold TO SkipCreditHold
                       MOVE CkOverLimit TO SkipOverLimit
                   END-IF
               END-IF
           END-IF.

       SaveCheckpoint.
           MOVE RunDate TO CkRunDate
           MOVE OrdersMade TO CkOrders
           MOVE OrderTotal TO CkOrderTotal
           MOVE SkipSuspended TO CkSuspended
           MOVE SkipInactive TO CkInactive
           MOVE SkipPurged TO CkPurged
           MOVE EntriesEnded TO CkEnded
           MOVE OrdersRecovered TO CkRecovered
           MOVE SkipCreditHold TO CkCreditHold
           MOVE SkipOverLimit TO CkOverLimit
           OPEN OUTPUT CheckpointFile
           WRITE CheckpointRecord
           CLOSE CheckpointFile
           IF CheckpointStatus NOT = "00"
               DISPLAY "AVISO: no se pudo guardar el punto de "
                   "avance. Estado: " CheckpointStatus
           END-IF.

      *    Con algun error de escritura la corrida no se da por
      *    terminada y el punto vuelve al principio: repetirla revisa
      *    todas las ordenes, y las que ya generaron hoy no vuelven a
      *    vencer.
       FinishCheckpoint.
           IF RunTrouble = 'Y'
               MOVE ZERO TO CkLastStdNum
               MOVE 'N' TO CkDone
           ELSE
               MOVE 'Y' TO CkDone
           END-IF
           PERFORM SaveCheckpoint.

      *    Mismo consecutivo que FindNextOrderNum en BaseDeDatos: el
      *    mayor numero de pedido mas uno.
       FindNextOrderNum.
           MOVE ZERO TO NextOrderNum
           MOVE 'N' TO OrdAtEnd
           MOVE ZERO TO OrderNum
           START OrdersFile KEY IS NOT LESS THAN OrderNum
               INVALID KEY MOVE 'Y' TO OrdAtEnd
           END-START
           PERFORM UNTIL OrdAtEnd = 'Y'
               READ OrdersFile NEXT RECORD
                   AT END MOVE 'Y' TO OrdAtEnd
               END-READ
               IF OrdAtEnd = 'N' AND OrderFileStatus NOT = "00"
                       AND OrderFileStatus NOT = "02"
                   DISPLAY "Lectura interrumpida. Estado: "
                       OrderFileStatus
                   MOVE 'Y' TO OrdAtEnd
               END-IF
               IF OrdAtEnd = 'N'
                   MOVE OrderNum TO NextOrderNum
               END-IF
           END-PERFORM
           ADD 1 TO NextOrderNum.

       GenerateDueEntries.
           MOVE 'N' TO StdAtEnd
           COMPUTE StdNum = ResumeAfter + 1
           START StandingFile KEY IS NOT LESS THAN StdNum
               INVALID KEY MOVE 'Y' TO StdAtEnd
           END-START
           PERFORM UNTIL StdAtEnd = 'Y'
               READ StandingFile NEXT RECORD
                   AT END MOVE 'Y' TO StdAtEnd
               END-READ
               IF StdAtEnd = 'N' AND StdFileStatus NOT = "00"
                       AND StdFileStatus NOT = "02"
                   DISPLAY "Lectura interrumpida. Estado: "
                       StdFileStatus
                   MOVE 'Y' TO StdAtEnd
                   MOVE 'Y' TO RunTrouble
               END-IF
               IF StdAtEnd = 'N'
                   ADD 1 TO EntriesRead
                   PERFORM GenerateOneEntry
               END-IF
           END-PERFORM.

      *    Primero se revisa si la corrida anterior de hoy dejo la
      *    orden marcada sin su pedido; luego, si ya le toca.
       GenerateOneEntry.
           PERFORM RepairLastOrder
           EVALUATE TRUE
               WHEN StdEnded
                   CONTINUE
               WHEN StdNextRun > RunDate
                   ADD 1 TO NotDue
               WHEN OTHER
                   PERFORM HandleDueEntry
                   IF RunTrouble = 'N'
                       MOVE StdNum TO CkLastStdNum
                   END-IF
                   MOVE 'N' TO CkDone
                   PERFORM SaveCheckpoint
           END-EVALUATE.

      *    La orden se marca (ultimo pedido y fecha) antes de grabar
      *    el pedido. Si hoy quedo marcada y el pedido no existe, o
      *    el numero lo tomo un pedido de otro cliente, se graba ahora
      *    en vez de cobrar el periodo otra vez.
       RepairLastOrder.
           IF StdLastRun = RunDate AND StdLastOrder > ZERO
               MOVE StdLastOrder TO OrderNum
               MOVE 'Y' TO RecordFound
               READ OrdersFile
                   INVALID KEY MOVE 'N' TO RecordFound
               END-READ
               IF RecordFound = 'Y' AND OrderIDNum NOT = StdIDNum
                   MOVE NextOrderNum TO StdLastOrder
                   MOVE 'N' TO RecordFound
                   MOVE 'N' TO EntryStopped
                   PERFORM RewriteStanding
                   IF EntryStopped = 'Y'
                       MOVE 'X' TO RecordFound
                   END-IF
               END-IF
               IF RecordFound = 'N'
                   PERFORM ReadStdCustomer
                   MOVE "PEDIDO RECUPERADO" TO ReasonText
                   PERFORM WriteStdOrder
                   IF OrderFileStatus = "00"
                       ADD 1 TO OrdersRecovered
                   END-IF
               END-IF
           END-IF.

      *    Terminada la vigencia, la orden se cierra. Suspendida o con
      *    el cliente inactivo o purgado se omite y su fecha avanza
      *    pasando hoy: esos periodos no se cobran despues. Con el
      *    credito suspendido se omite sin mover la fecha, y la orden
      *    vuelve a vencer en cada corrida hasta que se levante.
       HandleDueEntry.
           PERFORM ReadStdCustomer
           PERFORM ReadStdCredit
           EVALUATE TRUE
               WHEN StdEndDate > ZERO AND StdNextRun > StdEndDate
                   MOVE 'T' TO StdStatus
                   PERFORM RewriteStanding
                   MOVE "VIGENCIA TERMINADA" TO ReasonText
                   MOVE ZERO TO OrderNum
                   PERFORM WriteDetailLine
                   ADD 1 TO EntriesEnded
               WHEN StdSuspended
                   MOVE "OMITIDA: SUSPENDIDA" TO ReasonText
                   PERFORM SkipDuePeriods
                   ADD 1 TO SkipSuspended
               WHEN CustFound = 'N'
                   MOVE "OMITIDA: CLIENTE PURGADO" TO ReasonText
                   PERFORM SkipDuePeriods
                   ADD 1 TO SkipPurged
               WHEN CustInactive
                   MOVE "OMITIDA: CLIENTE INACTIVO" TO ReasonText
                   PERFORM SkipDuePeriods
                   ADD 1 TO SkipInactive
               WHEN CreditTrouble = 'Y'
                   MOVE "ERROR EN CREDITO" TO ReasonText
                   MOVE ZERO TO OrderNum
                   PERFORM WriteDetailLine
                   ADD 1 TO CreditErrors
                   MOVE 'Y' TO RunTrouble
               WHEN CredFound = 'Y' AND CredOnHold
                   MOVE "OMITIDA: CREDITO SUSPENDIDO" TO ReasonText
                   MOVE ZERO TO OrderNum
                   PERFORM WriteDetailLine
                   ADD 1 TO SkipCreditHold
               WHEN OTHER
                   PERFORM GenerateDueOrders
           END-EVALUATE.

      *    Sin renglon en credit.txt el cliente no tiene limite ni
      *    suspension; un limite en cero tampoco limita.
       ReadStdCredit.
           MOVE StdIDNum TO CredIDNum
           MOVE 'Y' TO CredFound
           MOVE 'N' TO CreditTrouble
           READ CreditFile
               INVALID KEY MOVE 'N' TO CredFound
           END-READ
           IF CreditFileStatus = "51" OR CreditFileStatus = "99"
                   OR CreditFileStatus(1:1) = "3"
                   OR CreditFileStatus(1:1) = "4"
                   OR CreditFileStatus(1:1) = "9"
               DISPLAY "Error en credit.txt (estado "
                   CreditFileStatus "); orden " StdNum
                   " sin generar."
               MOVE 'N' TO CredFound
               MOVE 'Y' TO CreditTrouble
           END-IF.

      *    Un cliente que ya no esta en customer.txt fue purgado por
      *    ArchivarClientes.
       ReadStdCustomer.
           MOVE StdIDNum TO IDNum
           MOVE 'Y' TO CustFound
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustFound
           END-READ
           MOVE SPACES TO DetName
           IF CustFound = 'Y'
               STRING FirstName DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   LastName DELIMITED BY SIZE
                   INTO DetName
           END-IF.

       SkipDuePeriods.
           MOVE 'N' TO EntryStopped
           PERFORM AdvanceOnePeriod
               UNTIL StdNextRun > RunDate OR EntryStopped = 'Y'
           PERFORM CheckEndReached
           PERFORM RewriteStanding
           MOVE ZERO TO OrderNum
           PERFORM WriteDetailLine.

      *    Un pedido por cada periodo vencido: si la generacion no
      *    corrio algun dia, la siguiente cobra lo atrasado.
       GenerateDueOrders.
           MOVE 'N' TO EntryStopped
           PERFORM GenerateOneOrder
               UNTIL StdNextRun > RunDate OR StdEnded
                   OR EntryStopped = 'Y'
           IF StdEnded
               MOVE "VIGENCIA TERMINADA" TO ReasonText
               MOVE ZERO TO OrderNum
               PERFORM WriteDetailLine
               ADD 1 TO EntriesEnded
           END-IF.

      *    El limite se revisa en cada periodo, porque el saldo
      *    abierto ya incluye los pedidos recien generados. Al
      *    rebasarlo la orden se detiene sin mover la fecha.
       GenerateOneOrder.
           MOVE ZERO TO NewBalance
           IF CredFound = 'Y' AND CredLimit > ZERO
               PERFORM ComputeOpenBalance
               COMPUTE NewBalance = OpenBalance + StdAmount
           END-IF
           IF CredFound = 'Y' AND CredLimit > ZERO
                   AND NewBalance > CredLimit
               MOVE "OMITIDA: EXCEDE LIMITE" TO ReasonText
               MOVE ZERO TO OrderNum
               PERFORM WriteDetailLine
               ADD 1 TO SkipOverLimit
               MOVE 'Y' TO EntryStopped
           ELSE
               PERFORM GenerateLimitOk
           END-IF.

       GenerateLimitOk.
           MOVE NextOrderNum TO StdLastOrder
           MOVE RunDate TO StdLastRun
           PERFORM AdvanceOnePeriod
           PERFORM CheckEndReached
           PERFORM RewriteStanding
           IF EntryStopped = 'N'
               MOVE "PEDIDO GENERADO" TO ReasonText
               PERFORM WriteStdOrder
           END-IF.

      *    Mismo saldo que la consulta en linea y CargaPedidos:
      *    pedidos no cancelados menos pagos y notas de credito.
       ComputeOpenBalance.
           MOVE StdIDNum TO TargetIDNum
           MOVE ZERO TO CustOrderTotal
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
                           ADD OrderAmount TO CustOrderTotal
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
           COMPUTE OpenBalance = CustOrderTotal - PayTotal - MemoTotal.

      *    Suma a StdNextRun un periodo de la frecuencia, conservando
      *    el dia de la primera fecha. Una fecha que no avanza
      *    (mes invalido) detiene la orden.
       AdvanceOnePeriod.
           MOVE StdNextRun TO DueBaseDate
           MOVE StdRunDay TO DueAnchorDay
           EVALUATE TRUE
               WHEN StdQuarterly MOVE 3 TO DueMonthCount
               WHEN StdAnnual MOVE 12 TO DueMonthCount
               WHEN OTHER MOVE 1 TO DueMonthCount
           END-EVALUATE
           PERFORM AddDueMonths
           IF DueDate > StdNextRun
               MOVE DueDate TO StdNextRun
           ELSE
               DISPLAY "Orden " StdNum " con fecha invalida: "
                   StdNextRun
               MOVE 'Y' TO EntryStopped
               MOVE 'Y' TO RunTrouble
           END-IF.

       CheckEndReached.
           IF StdEndDate > ZERO AND StdNextRun > StdEndDate
               MOVE 'T' TO StdStatus
           END-IF.

       RewriteStanding.
           REWRITE StandingData
               INVALID KEY CONTINUE
           END-REWRITE
           IF StdFileStatus NOT = "00"
               DISPLAY "No se pudo actualizar la orden " StdNum
                   ". Estado: " StdFileStatus
               MOVE "ERROR AL GRABAR" TO ReasonText
               MOVE ZERO TO OrderNum
               PERFORM WriteDetailLine
               ADD 1 TO WriteErrors
               MOVE 'Y' TO EntryStopped
               MOVE 'Y' TO RunTrouble
           END-IF.

      *    El pedido nace capturado, con la fecha de la corrida y sin
      *    renglones de catalogo; sigue el ciclo de cualquier pedido.
       WriteStdOrder.
           MOVE StdLastOrder TO OrderNum
           MOVE StdIDNum TO OrderIDNum
           MOVE RunDate TO OrderDate
           MOVE StdAmount TO OrderAmount
           MOVE StdDesc TO OrderDesc
           MOVE 'C' TO OrderStatus
           WRITE OrderData
               INVALID KEY CONTINUE
           END-WRITE
           IF OrderFileStatus = "00"
               IF OrderNum NOT LESS THAN NextOrderNum
                   ADD 1 TO OrderNum GIVING NextOrderNum
               END-IF
               ADD 1 TO OrdersMade
               ADD OrderAmount TO OrderTotal
               PERFORM LogOrderAdd
               PERFORM WriteDetailLine
           ELSE
               DISPLAY "No se pudo grabar el pedido " OrderNum
                   " de la orden " StdNum ". Estado: "
                   OrderFileStatus
               MOVE "ERROR AL GRABAR" TO ReasonText
               PERFORM WriteDetailLine
               ADD 1 TO WriteErrors
               MOVE 'Y' TO RunTrouble
           END-IF.

       LogOrderAdd.
           MOVE OrderNum TO OrdAudOrderNum
           MOVE OrderIDNum TO OrdAudIDNum
           MOVE ZERO TO OrdAudOldAmount
           MOVE OrderAmount TO OrdAudNewAmount
           MOVE SPACE TO OrdAudOldStatus
           MOVE OrderStatus TO OrdAudNewStatus
           MOVE 'ORDADD' TO OrdAudAction
      *    La generacion no tiene operador en la terminal; estampa su
      *    identidad fija de lote.
           MOVE RecurOperID TO OrdAudOperator
           ACCEPT OrdAudDate FROM DATE YYYYMMDD
           ACCEPT OrdAudTime FROM TIME
           WRITE OrderAudit
           IF OrdAuditStatus NOT = "00"
               DISPLAY "AVISO: no se pudo escribir la auditoria "
                   "del pedido " OrdAudOrderNum ". Estado: "
                   OrdAuditStatus
           END-IF.

       WriteReportHeader.
           IF Resuming = 'Y'
               MOVE BlankLine TO ReportLine
               PERFORM WriteReportLine
               MOVE ResumeAfter TO ResumeStdNum
               MOVE ResumeLine TO ReportLine
               PERFORM WriteReportLine
           ELSE
               MOVE RuleLine TO ReportLine
               PERFORM WriteReportLine
               MOVE RunDate TO TitleDate
               MOVE TitleLine TO ReportLine
               PERFORM WriteReportLine
               MOVE RuleLine TO ReportLine
               PERFORM WriteReportLine
               MOVE HeadLine TO ReportLine
               PERFORM WriteReportLine
           END-IF.

      *    OrderNum en cero deja la columna del pedido en blanco.
       WriteDetailLine.
           MOVE StdNum TO DetStdNum
           MOVE StdIDNum TO DetIDNum
           MOVE OrderNum TO DetOrderNum
           MOVE StdAmount TO DetAmount
           MOVE ReasonText TO DetReason
           MOVE DetailLine TO ReportLine
           PERFORM WriteReportLine.

      *    Los totales son los del dia, incluidas las corridas
      *    anteriores que se reanudaron.
       WriteReportTotals.
           MOVE RuleLine TO ReportLine
           PERFORM WriteReportLine
           MOVE "PEDIDOS GENERADOS" TO TotLabel
           MOVE OrdersMade TO TotCount
           MOVE OrderTotal TO TotAmount
           MOVE TotalLine TO ReportLine
           PERFORM WriteReportLine
           MOVE ZERO TO TotAmount
           MOVE "  DE ELLOS RECUPERADOS" TO TotLabel
           MOVE OrdersRecovered TO TotCount
           MOVE TotalLine TO ReportLine
           PERFORM WriteReportLine
           MOVE "OMITIDAS: SUSPENDIDAS" TO TotLabel
           MOVE SkipSuspended TO TotCount
           MOVE TotalLine TO ReportLine
           PERFORM WriteReportLine
           MOVE "OMITIDAS: CLIENTE INACTIVO" TO TotLabel
           MOVE SkipInactive TO TotCount
           MOVE TotalLine TO ReportLine
           PERFORM WriteReportLine
           MOVE "OMITIDAS: CLIENTE PURGADO" TO TotLabel
           MOVE SkipPurged TO TotCount
           MOVE TotalLine TO ReportLine
           PERFORM WriteReportLine
           MOVE "OMITIDAS: CREDITO SUSPENDIDO" TO TotLabel
           MOVE SkipCreditHold TO TotCount
           MOVE TotalLine TO ReportLine
           PERFORM WriteReportLine
           MOVE "OMITIDAS: EXCEDE LIMITE" TO TotLabel
           MOVE SkipOverLimit TO TotCount
           MOVE TotalLine TO ReportLine
           PERFORM WriteReportLine
           MOVE "VIGENCIAS TERMINADAS" TO TotLabel
           MOVE EntriesEnded TO TotCount
           MOVE TotalLine TO ReportLine
           PERFORM WriteReportLine
           IF WriteErrors > ZERO
               MOVE "ERRORES AL GRABAR (REPETIR LA CORRIDA)"
                   TO TotLabel
               MOVE WriteErrors TO TotCount
               MOVE TotalLine TO ReportLine
               PERFORM WriteReportLine
           END-IF
           IF CreditErrors > ZERO
               MOVE "ERRORES EN CREDITO (REPETIR LA CORRIDA)"
                   TO TotLabel
               MOVE CreditErrors TO TotCount
               MOVE TotalLine TO ReportLine
               PERFORM WriteReportLine
           END-IF
           MOVE RuleLine TO ReportLine
           PERFORM WriteReportLine.

       WriteReportLine.
           WRITE ReportLine
           IF ReportStatus NOT = "00"
               DISPLAY "AVISO: fallo la escritura del reporte."
           END-IF.

       ShowRunSummary.
           DISPLAY " "
           DISPLAY "---- Resumen de la corrida ----"
           IF Resuming = 'Y'
               DISPLAY "Corrida reanudada despues de la orden "
                   ResumeAfter
           END-IF
           DISPLAY "Ordenes revisadas: " EntriesRead
           DISPLAY "Ordenes que aun no vencen: " NotDue
           DISPLAY "Pedidos generados hoy: " OrdersMade
           IF NextOrderNum > FirstOrderNum
               SUBTRACT 1 FROM NextOrderNum
               DISPLAY "Numeros de pedido de esta corrida: "
                   FirstOrderNum " a " NextOrderNum
           END-IF
           MOVE OrderTotal TO ShownTotal
           DISPLAY "Importe generado hoy: " ShownTotal
           DISPLAY "Pedidos recuperados: " OrdersRecovered
           DISPLAY "Omitidas, suspendidas: " SkipSuspended
           DISPLAY "Omitidas, cliente inactivo: " SkipInactive
           DISPLAY "Omitidas, cliente purgado: " SkipPurged
           DISPLAY "Omitidas, credito suspendido: " SkipCreditHold
           DISPLAY "Omitidas, excede limite: " SkipOverLimit
           DISPLAY "Vigencias terminadas: " EntriesEnded
           DISPLAY "Detalle en recurrentes_resumen.txt."
           IF RunTrouble = 'Y'
               DISPLAY "AVISO: corrida incompleta (" WriteErrors
                   " errores al grabar, " CreditErrors
                   " en credito); repitala hoy mismo."
               MOVE 1 TO RETURN-CODE
           END-IF.

           COPY "VENCE.cpy".

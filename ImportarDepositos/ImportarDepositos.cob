       IDENTIFICATION DIVISION.
       PROGRAM-ID. ImportarDepositos.
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

           SELECT OPTIONAL SuspenseFile
           ASSIGN TO "suspenso_depositos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SuspNum
           FILE STATUS IS SuspFileStatus.

           SELECT DepositFile ASSIGN TO "depositos_banco.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DepositStatus.

      *    Referencias del banco ya importadas: un archivo del banco
      *    que se corre dos veces no vuelve a aplicar sus depositos.
           SELECT OPTIONAL SeenFile ASSIGN TO "depositos_aplicados.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SeenBankRef
           FILE STATUS IS SeenFileStatus.

           SELECT CheckpointFile ASSIGN TO "depositos_checkpoint.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CheckpointStatus.

           SELECT OrderAuditFile ASSIGN TO "orders_audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OrdAuditStatus.

           SELECT RejectFile ASSIGN TO "depositos_rechazos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RejectStatus.

           SELECT PeriodFile ASSIGN TO "periodos_cerrados.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PeriodFileStatus.

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

           FD SuspenseFile.
           COPY "SUSPREC.cpy".

           FD OrderAuditFile.
           COPY "ORDAUDIT.cpy".

      *    Un renglon por deposito, como lo entrega el banco: fecha,
      *    importe, referencia del banco, la referencia numerica que
      *    capturo el cliente (puede venir en blanco) y el concepto
      *    en texto libre.
           FD DepositFile.
           01 DepositRecord.
               02 DepDate PIC 9(8).
               02 DepAmount PIC 9(7)V99.
               02 DepBankRef PIC X(20).
               02 DepOrderRef PIC X(6).
               02 DepOrderNum REDEFINES DepOrderRef PIC 9(6).
               02 DepRefText PIC X(30).

      *    Una referencia del banco por deposito aplicado ('P') o
      *    dejado en suspenso ('S'), con el numero de pago o de
      *    partida que genero.
           FD SeenFile.
           01 SeenData.
               02 SeenBankRef PIC X(20).
               02 SeenKind PIC X.
                   88 SeenPosted VALUE 'P'.
                   88 SeenSuspended VALUE 'S'.
               02 SeenItemNum PIC 9(6).
               02 SeenDepDate PIC 9(8).
               02 SeenLoadDate PIC 9(8).

      *    Igual que en la carga de pedidos, el checkpoint guarda el
      *    siguiente numero de pago y de partida en suspenso: lo que
      *    tenga numero igual o mayor lo escribio la corrida
      *    interrumpida despues del ultimo checkpoint y se retira
      *    antes de reanudar. Guarda tambien los totales de control,
      *    para que al final cuadren contra el archivo completo del
      *    banco y no solo contra la parte reanudada.
           FD CheckpointFile.
           01 CheckpointRecord.
               02 CheckpointCount PIC 9(6).
               02 CheckpointNextPay PIC 9(6).
               02 CheckpointNextSusp PIC 9(6).
               02 CheckpointReadCount PIC 9(6).
               02 CheckpointReadTotal PIC 9(11)V99.
               02 CheckpointPostCount PIC 9(6).
               02 CheckpointPostTotal PIC 9(11)V99.
               02 CheckpointSuspCount PIC 9(6).
               02 CheckpointSuspTotal PIC 9(11)V99.
               02 CheckpointRejCount PIC 9(6).
               02 CheckpointRejTotal PIC 9(11)V99.

           FD RejectFile.
           01 RejectRecord.
               02 RejReasonCode PIC 9(2).
               02 RejReasonDesc PIC X(40).
               02 RejDeposit PIC X(73).

           FD PeriodFile.
           COPY "CIERREC.cpy".

       WORKING-STORAGE SECTION.
       01 DepositAtEnd PIC X VALUE 'N'.
       01 DepositBroken PIC X VALUE 'N'.
       01 RecordsProcessed PIC 9(6) VALUE ZERO.
       01 SkipCount PIC 9(6) VALUE ZERO.
       01 CheckpointStatus PIC XX VALUE "00".
       01 CheckpointEvery PIC 9(4) VALUE 50.
       01 CheckModulus PIC 9(4) VALUE ZERO.
       01 CheckQuotient PIC 9(6) VALUE ZERO.
       01 CustFileStatus PIC XX VALUE "00".
       01 OrderFileStatus PIC XX VALUE "00".
       01 PayFileStatus PIC XX VALUE "00".
       01 MemoFileStatus PIC XX VALUE "00".
       01 SuspFileStatus PIC XX VALUE "00".
       01 DepositStatus PIC XX VALUE "00".
       01 OrdAuditStatus PIC XX VALUE "00".
       01 RejectStatus PIC XX VALUE "00".
       01 SeenFileStatus PIC XX VALUE "00".
       01 SeenAtEnd PIC X.
       01 RefAlreadySeen PIC X.
       01 SeenDropped PIC 9(5) VALUE ZERO.
       01 RunDate PIC 9(8).
       01 CustFound PIC X.
       01 OrderExists PIC X.
       01 OrdersAtEnd PIC X.
       01 PaysAtEnd PIC X.
       01 MemosAtEnd PIC X.
       01 SuspAtEnd PIC X.
       01 NextPayNum PIC 9(6) VALUE ZERO.
       01 SavedNextPay PIC 9(6) VALUE ZERO.
       01 NextSuspNum PIC 9(6) VALUE ZERO.
       01 SavedNextSusp PIC 9(6) VALUE ZERO.
       01 PayWritten PIC X.
       01 SuspWritten PIC X.
       01 MoreToDrop PIC X.
       01 RolledBack PIC 9(5) VALUE ZERO.
       01 SuspDropped PIC 9(5) VALUE ZERO.
       01 UndoPayNum PIC 9(6).
       01 UndoIDNum PIC 9(6).
       01 UndoOrderNum PIC 9(6).
       01 UndoAmount PIC 9(7)V99.
      *    Resultado de buscarle dueno a un deposito.
       01 MatchDecided PIC X.
       01 RefFromConcept PIC X.
       01 MatchAction PIC X.
           88 MatchPost VALUE 'P'.
           88 MatchSuspend VALUE 'S'.
       01 MatchReason PIC 9(2).
       01 MatchIDNum PIC 9(6).
       01 MatchOrderNum PIC 9(6).
       01 HintIDNum PIC 9(6).
       01 HintOrderNum PIC 9(6).
       01 CandOrderNum PIC 9(6).
       01 CandCount PIC 9(5).
       01 FoundIDNum PIC 9(6).
       01 FoundOrderNum PIC 9(6).
       01 TargetIDNum PIC 9(6).
       01 TargetOrderNum PIC 9(6).
       01 TargetAmount PIC 9(7)V99.
       01 OrdPayTotal PIC 9(9)V99 VALUE ZERO.
       01 OrdMemoTotal PIC 9(9)V99 VALUE ZERO.
       01 OpenPart PIC S9(9)V99 VALUE ZERO.
      *    Busqueda de un numero dentro del concepto del deposito.
       01 RefPos PIC 9(2).
       01 RefRunLen PIC 9(2).
       01 RefNumber PIC 9(6).
       01 RefFound PIC X.
       01 RefChar PIC X.
       01 RefDigit REDEFINES RefChar PIC 9.
      *    Totales de control contra el archivo del banco.
       01 ReadCount PIC 9(6) VALUE ZERO.
       01 ReadTotal PIC 9(11)V99 VALUE ZERO.
       01 PostedCount PIC 9(6) VALUE ZERO.
       01 PostedTotal PIC 9(11)V99 VALUE ZERO.
       01 SuspCount PIC 9(6) VALUE ZERO.
       01 SuspTotal PIC 9(11)V99 VALUE ZERO.
       01 RejCount PIC 9(6) VALUE ZERO.
       01 RejTotal PIC 9(11)V99 VALUE ZERO.
       01 TieCount PIC 9(6) VALUE ZERO.
       01 TieTotal PIC 9(11)V99 VALUE ZERO.
       01 DupCount PIC 9(6) VALUE ZERO.
       01 RunShownTotal PIC Z,ZZZ,ZZZ,ZZ9.99.
           COPY "VALIDWS.cpy".
           COPY "PERIODWS.cpy".

       PROCEDURE DIVISION.
       MainPara.
           DISPLAY " "
           DISPLAY "---- Importacion de depositos del banco ----"
           ACCEPT RunDate FROM DATE YYYYMMDD
           PERFORM ReadCheckpoint
           PERFORM LoadClosedPeriod
           IF PeriodLoadFailed = 'Y'
               DISPLAY "Sin el control de periodos cerrados no se "
                   "pueden revisar las fechas. Importacion cancelada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      *    Como la carga de pedidos, la importacion no arranca si
      *    los pagos estan tomados por la sesion en linea.
           OPEN I-O PaymentsFile
           IF PayFileStatus NOT = "00" AND PayFileStatus NOT = "05"
               DISPLAY "No se pudo abrir payments.txt (estado "
                   PayFileStatus "); en uso por la sesion en "
                   "linea? Importacion cancelada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O SuspenseFile
           IF SuspFileStatus NOT = "00" AND SuspFileStatus NOT = "05"
               DISPLAY "No se pudo abrir suspenso_depositos.txt "
                   "(estado " SuspFileStatus "). Importacion "
                   "cancelada."
               CLOSE PaymentsFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CustomerFile
           IF CustFileStatus NOT = "00" AND CustFileStatus NOT = "05"
               DISPLAY "No se pudo abrir customer.txt (estado "
                   CustFileStatus "). Importacion cancelada."
               CLOSE PaymentsFile
               CLOSE SuspenseFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OrdersFile
           IF OrderFileStatus NOT = "00"
                   AND OrderFileStatus NOT = "05"
               DISPLAY "No se pudo abrir orders.txt (estado "
                   OrderFileStatus "). Importacion cancelada."
               CLOSE PaymentsFile
               CLOSE SuspenseFile
               CLOSE CustomerFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MemoFile
           IF MemoFileStatus NOT = "00" AND MemoFileStatus NOT = "05"
               DISPLAY "No se pudo abrir credit_memos.txt (estado "
                   MemoFileStatus "). Importacion cancelada."
               CLOSE PaymentsFile
               CLOSE SuspenseFile
               CLOSE CustomerFile
               CLOSE OrdersFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DepositFile
           IF DepositStatus NOT = "00"
               DISPLAY "No se pudo abrir depositos_banco.txt "
                   "(estado " DepositStatus "). Importacion "
                   "cancelada."
               CLOSE PaymentsFile
               CLOSE SuspenseFile
               CLOSE CustomerFile
               CLOSE OrdersFile
               CLOSE MemoFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND OrderAuditFile
           IF OrdAuditStatus NOT = "00"
                   AND OrdAuditStatus NOT = "05"
               DISPLAY "No se pudo abrir orders_audit.txt (estado "
                   OrdAuditStatus "); sin auditoria no se aplican "
                   "pagos. Importacion cancelada."
               CLOSE PaymentsFile
               CLOSE SuspenseFile
               CLOSE CustomerFile
               CLOSE OrdersFile
               CLOSE MemoFile
               CLOSE DepositFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O SeenFile
           IF SeenFileStatus NOT = "00" AND SeenFileStatus NOT = "05"
               DISPLAY "No se pudo abrir depositos_aplicados.txt "
                   "(estado " SeenFileStatus "). Importacion "
                   "cancelada."
               CLOSE PaymentsFile
               CLOSE SuspenseFile
               CLOSE CustomerFile
               CLOSE OrdersFile
               CLOSE MemoFile
               CLOSE DepositFile
               CLOSE OrderAuditFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SkipCount > ZERO
               OPEN EXTEND RejectFile
               DISPLAY "Reanudando importacion a partir del "
                   "registro: " SkipCount
               PERFORM SkipAlreadyLoaded
           ELSE
               OPEN OUTPUT RejectFile
           END-IF
           IF RejectStatus NOT = "00" AND RejectStatus NOT = "05"
               DISPLAY "No se pudo abrir depositos_rechazos.txt "
                   "(estado " RejectStatus "). Importacion "
                   "cancelada."
               CLOSE PaymentsFile
               CLOSE SuspenseFile
               CLOSE CustomerFile
               CLOSE OrdersFile
               CLOSE MemoFile
               CLOSE DepositFile
               CLOSE OrderAuditFile
               CLOSE SeenFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SavedNextPay > ZERO
               MOVE SavedNextPay TO NextPayNum
               MOVE SavedNextSusp TO NextSuspNum
               PERFORM RollbackUncheckpointed
           ELSE
               PERFORM FindNextPayNum
               PERFORM FindNextSuspNum
               PERFORM SaveCheckpoint
           END-IF
           PERFORM UNTIL DepositAtEnd = 'Y'
               READ DepositFile
                   AT END MOVE 'Y' TO DepositAtEnd
               END-READ
               IF DepositAtEnd = 'N' AND DepositStatus NOT = "00"
                   DISPLAY "Lectura de depositos interrumpida. "
                       "Estado: " DepositStatus
                   MOVE 'Y' TO DepositAtEnd
                   MOVE 'Y' TO DepositBroken
               END-IF
               IF DepositAtEnd = 'N'
                   PERFORM ProcessOneDeposit
                   ADD 1 TO RecordsProcessed
                   DIVIDE RecordsProcessed BY CheckpointEvery
                       GIVING CheckQuotient
                       REMAINDER CheckModulus
                   IF CheckModulus = ZERO
                       PERFORM SaveCheckpoint
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PaymentsFile
           CLOSE SuspenseFile
           CLOSE CustomerFile
           CLOSE OrdersFile
           CLOSE MemoFile
           CLOSE DepositFile
           CLOSE OrderAuditFile
           CLOSE RejectFile
           CLOSE SeenFile
      *    Con la lectura interrumpida el resto del archivo no se
      *    proceso: el checkpoint se conserva para reanudar ahi en vez
      *    de dar la importacion por completa. Si se corto al saltar
      *    lo ya cargado, el checkpoint anterior queda tal cual.
           IF DepositBroken = 'Y'
               IF RecordsProcessed < SkipCount
                   MOVE SkipCount TO RecordsProcessed
               END-IF
               PERFORM SaveCheckpoint
               PERFORM ShowControlTotals
               DISPLAY "AVISO: importacion incompleta; corrija el "
                   "archivo del banco y vuelva a correrla para "
                   "continuar."
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM ClearCheckpoint
               PERFORM ShowControlTotals
           END-IF
           STOP RUN.

      *    Codigos de rechazo de la importacion: 07 fecha invalida
      *    (validacion compartida), 10 importe no numerico, 11
      *    deposito en cero, 12 no se pudo dejar en suspenso, 13
      *    fecha en un mes ya cerrado (lo resuelve contabilidad a
      *    mano, no se aplica ni se deja en suspenso). Todo deposito
      *    valido termina aplicado o en suspenso; al rechazo solo va
      *    lo que no se puede ni guardar como partida.
       ProcessOneDeposit.
           ADD 1 TO ReadCount
           IF DepAmount IS NOT NUMERIC
               MOVE 10 TO ValidErrorCode
               MOVE "Importe no numerico." TO ValidErrorMsg
               PERFORM RejectOneDeposit
           ELSE
               ADD DepAmount TO ReadTotal
               IF DepAmount = ZERO
                   MOVE 11 TO ValidErrorCode
                   MOVE "Deposito en cero." TO ValidErrorMsg
                   PERFORM RejectOneDeposit
               ELSE
                   MOVE DepDate TO ValidDate
                   PERFORM ValidateDate
                   IF ValidFieldsOk = 'Y'
                       MOVE DepDate TO PeriodCheckDate
                       PERFORM CheckClosedPeriod
                       IF PeriodOk = 'N'
                           MOVE 'N' TO ValidFieldsOk
                           MOVE 13 TO ValidErrorCode
                           MOVE "Fecha en un mes ya cerrado."
                               TO ValidErrorMsg
                       END-IF
                   END-IF
                   IF ValidFieldsOk = 'Y'
                       PERFORM CheckBankRefSeen
                   END-IF
                   EVALUATE TRUE
                       WHEN ValidFieldsOk = 'N'
                           PERFORM RejectOneDeposit
                       WHEN RefAlreadySeen = 'Y'
                           PERFORM SuspendDuplicate
                       WHEN OTHER
                           PERFORM MatchDeposit
                           IF MatchPost
                               PERFORM PostDeposit
                           ELSE
                               PERFORM SuspendDeposit
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

      *    Una referencia del banco que ya se importo (aplicada o en
      *    suspenso) no se vuelve a aplicar: el deposito va a
      *    suspenso con el motivo 8 para que alguien lo revise. Una
      *    referencia en blanco no se puede comparar.
       CheckBankRefSeen.
           MOVE 'N' TO RefAlreadySeen
           IF DepBankRef NOT = SPACES
               MOVE DepBankRef TO SeenBankRef
               MOVE 'Y' TO RefAlreadySeen
               READ SeenFile
                   INVALID KEY MOVE 'N' TO RefAlreadySeen
               END-READ
           END-IF.

       SuspendDuplicate.
           DISPLAY "Deposito " DepBankRef " ya importado (pago o "
               "partida " SeenItemNum "); va a suspenso."
           MOVE 8 TO MatchReason
           MOVE ZERO TO HintIDNum
           MOVE ZERO TO HintOrderNum
           ADD 1 TO DupCount
           PERFORM SuspendDeposit.

      *    Orden de busqueda: primero la referencia numerica que
      *    capturo el cliente, luego un numero dentro del concepto
      *    (como pedido y, si no es pedido, como ID de cliente) y al
      *    final el importe exacto contra los saldos abiertos de
      *    todos los pedidos. Solo se aplica lo que queda ligado
      *    a un unico pedido; todo lo demas va a suspenso con el
      *    cliente o pedido que se alcanzo a identificar.
       MatchDeposit.
           MOVE 'N' TO MatchDecided
           MOVE 'S' TO MatchAction
           MOVE 1 TO MatchReason
           MOVE ZERO TO MatchIDNum
           MOVE ZERO TO MatchOrderNum
           MOVE ZERO TO HintIDNum
           MOVE ZERO TO HintOrderNum
           MOVE 'N' TO RefFromConcept
           IF DepOrderRef IS NUMERIC
               MOVE DepOrderNum TO CandOrderNum
               IF CandOrderNum > ZERO
                   PERFORM TryOrderRef
               END-IF
           END-IF
           IF MatchDecided = 'N'
               PERFORM ExtractRefNumber
               IF RefFound = 'Y' AND RefNumber > ZERO
                   MOVE RefNumber TO CandOrderNum
                   MOVE 'Y' TO RefFromConcept
                   PERFORM TryOrderRef
                   IF MatchDecided = 'N'
                       PERFORM TryCustomerRef
                   END-IF
               END-IF
           END-IF
           IF MatchDecided = 'N'
               PERFORM MatchAllByAmount
           END-IF.

      *    Un pedido de la referencia numerica decide el deposito: se
      *    aplica si esta vigente y el importe cabe en su saldo; si
      *    esta cancelado, ya pagado o el importe lo rebasa, el
      *    deposito va a suspenso con ese pedido como sugerencia.
      *    Un numero sacado del concepto puede ser cualquier cosa
      *    (otra cuenta, el pedido de otro cliente): solo se aplica si
      *    el importe es justo el saldo del pedido. Si no, queda como
      *    sugerencia y siguen las busquedas por cliente e importe.
       TryOrderRef.
           MOVE CandOrderNum TO OrderNum
           MOVE 'Y' TO OrderExists
           READ OrdersFile
               INVALID KEY MOVE 'N' TO OrderExists
           END-READ
           IF OrderFileStatus NOT = "00" AND OrderFileStatus NOT = "02"
               MOVE 'N' TO OrderExists
           END-IF
           IF OrderExists = 'Y'
               IF RefFromConcept = 'N'
                   MOVE 'Y' TO MatchDecided
               END-IF
               MOVE OrderIDNum TO HintIDNum
               MOVE OrderNum TO HintOrderNum
               IF OrderCancelled
                   MOVE 4 TO MatchReason
               ELSE
                   PERFORM ComputeOrderOpen
                   EVALUATE TRUE
                       WHEN OpenPart NOT > ZERO
                           MOVE 4 TO MatchReason
                       WHEN DepAmount > OpenPart
                           MOVE 5 TO MatchReason
                       WHEN RefFromConcept = 'Y'
                               AND DepAmount NOT = OpenPart
                           CONTINUE
                       WHEN OTHER
                           MOVE 'Y' TO MatchDecided
                           MOVE 'P' TO MatchAction
                           MOVE OrderIDNum TO MatchIDNum
                           MOVE OrderNum TO MatchOrderNum
                   END-EVALUATE
               END-IF
           END-IF.

      *    El numero del concepto no es pedido pero si cliente: se
      *    aplica solo si uno de sus pedidos abiertos debe justo el
      *    importe del deposito.
       TryCustomerRef.
           MOVE RefNumber TO IDNum
           MOVE 'Y' TO CustFound
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustFound
           END-READ
           IF CustFileStatus NOT = "00" AND CustFileStatus NOT = "02"
               MOVE 'N' TO CustFound
           END-IF
           IF CustFound = 'Y'
               MOVE 'Y' TO MatchDecided
               MOVE IDNum TO HintIDNum
               PERFORM MatchCustByAmount
               EVALUATE CandCount
                   WHEN 1
                       MOVE 'P' TO MatchAction
                       MOVE FoundIDNum TO MatchIDNum
                       MOVE FoundOrderNum TO MatchOrderNum
                   WHEN 0
                       MOVE 3 TO MatchReason
                   WHEN OTHER
                       MOVE 2 TO MatchReason
               END-EVALUATE
           END-IF.

       MatchCustByAmount.
           MOVE ZERO TO CandCount
           MOVE IDNum TO OrderIDNum
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
                   IF OrderIDNum NOT = IDNum
                       MOVE 'Y' TO OrdersAtEnd
                   ELSE
                       PERFORM CheckOneCandidate
                   END-IF
               END-IF
           END-PERFORM.

      *    Sin referencia util, el importe exacto contra el saldo
      *    abierto de cada pedido vigente: una sola coincidencia se
      *    aplica, varias son ambiguas y ninguna es sin coincidencia
      *    (salvo que el pedido del concepto ya haya dado el motivo).
       MatchAllByAmount.
           MOVE ZERO TO CandCount
           MOVE ZERO TO OrderNum
           MOVE 'N' TO OrdersAtEnd
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
                   PERFORM CheckOneCandidate
               END-IF
           END-PERFORM
           EVALUATE CandCount
               WHEN 1
                   MOVE 'P' TO MatchAction
                   MOVE FoundIDNum TO MatchIDNum
                   MOVE FoundOrderNum TO MatchOrderNum
               WHEN 0
                   IF HintOrderNum = ZERO
                       MOVE 1 TO MatchReason
                   END-IF
               WHEN OTHER
                   MOVE 2 TO MatchReason
           END-EVALUATE.

      *    El monto del pedido ya descarta a casi todos antes de
      *    sumar sus pagos y notas.
       CheckOneCandidate.
           IF NOT OrderCancelled AND OrderAmount NOT < DepAmount
               PERFORM ComputeOrderOpen
               IF OpenPart = DepAmount
                   ADD 1 TO CandCount
                   MOVE OrderIDNum TO FoundIDNum
                   MOVE OrderNum TO FoundOrderNum
               END-IF
           END-IF.

      *    Saldo abierto de un solo pedido: su monto menos sus notas
      *    de credito y menos los pagos abonados a ese pedido en
      *    particular (los pagos a cuenta no se reparten aqui). Solo
      *    lee pagos y notas, asi que no mueve el recorrido que se
      *    este haciendo sobre los pedidos.
       ComputeOrderOpen.
           MOVE OrderNum TO TargetOrderNum
           MOVE OrderIDNum TO TargetIDNum
           MOVE OrderAmount TO TargetAmount
           MOVE ZERO TO OrdMemoTotal
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
                       ADD MemoAmount TO OrdMemoTotal
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZERO TO OrdPayTotal
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
                       IF PayOrderNum = TargetOrderNum
                           ADD PayAmount TO OrdPayTotal
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE OpenPart = TargetAmount - OrdMemoTotal
               - OrdPayTotal.

      *    Toma el primer grupo de 1 a 6 digitos seguidos del
      *    concepto; un grupo mas largo (una cuenta, una clave del
      *    banco) no es pedido ni cliente y se salta.
       ExtractRefNumber.
           MOVE 'N' TO RefFound
           MOVE ZERO TO RefNumber
           MOVE ZERO TO RefRunLen
           PERFORM VARYING RefPos FROM 1 BY 1
                   UNTIL RefPos > 30 OR RefFound = 'Y'
               MOVE DepRefText(RefPos:1) TO RefChar
               IF RefChar IS NUMERIC
                   ADD 1 TO RefRunLen
                   IF RefRunLen NOT > 6
                       COMPUTE RefNumber = RefNumber * 10 + RefDigit
                   END-IF
               ELSE
                   PERFORM CloseRefRun
               END-IF
           END-PERFORM
           IF RefFound = 'N'
               PERFORM CloseRefRun
           END-IF.

       CloseRefRun.
           IF RefRunLen > ZERO AND RefRunLen NOT > 6
               MOVE 'Y' TO RefFound
           ELSE
               MOVE ZERO TO RefNumber
               MOVE ZERO TO RefRunLen
           END-IF.

      *    El pago se graba igual que en la captura en linea, con la
      *    referencia del banco; si no se puede grabar, el deposito
      *    no se pierde: va a suspenso con el pedido que se le
      *    habia encontrado.
       PostDeposit.
           MOVE NextPayNum TO PayNum
           MOVE MatchIDNum TO PayIDNum
           MOVE MatchOrderNum TO PayOrderNum
           MOVE DepDate TO PayDate
           MOVE DepAmount TO PayAmount
           MOVE DepBankRef TO PayRef
           MOVE 'N' TO PayWritten
           WRITE PaymentData
               INVALID KEY
                   DISPLAY "Numero de pago tomado: " PayNum
               NOT INVALID KEY
                   MOVE 'Y' TO PayWritten
                   ADD 1 TO NextPayNum
                   ADD 1 TO PostedCount
                   ADD DepAmount TO PostedTotal
                   PERFORM LogPayAdd
                   MOVE 'P' TO SeenKind
                   MOVE PayNum TO SeenItemNum
                   PERFORM RecordBankRef
           END-WRITE
           IF PayWritten = 'N'
               DISPLAY "No se aplico el deposito " DepBankRef
                   " (estado " PayFileStatus "); va a suspenso."
               MOVE 7 TO MatchReason
               MOVE MatchIDNum TO HintIDNum
               MOVE MatchOrderNum TO HintOrderNum
               PERFORM SuspendDeposit
           END-IF.

       SuspendDeposit.
           MOVE NextSuspNum TO SuspNum
           MOVE DepDate TO SuspDepDate
           MOVE DepAmount TO SuspAmount
           MOVE DepBankRef TO SuspBankRef
           MOVE DepOrderRef TO SuspOrderRef
           MOVE DepRefText TO SuspRefText
           MOVE MatchReason TO SuspReason
           MOVE HintIDNum TO SuspHintIDNum
           MOVE HintOrderNum TO SuspHintOrderNum
           MOVE RunDate TO SuspLoadDate
           MOVE 'P' TO SuspStatus
           MOVE ZERO TO SuspPayNum
           MOVE ZERO TO SuspApplyDate
           MOVE SPACES TO SuspOperator
           MOVE 'N' TO SuspWritten
           WRITE SuspData
               INVALID KEY
                   DISPLAY "Numero de partida tomado: " SuspNum
               NOT INVALID KEY
                   MOVE 'Y' TO SuspWritten
                   ADD 1 TO NextSuspNum
                   ADD 1 TO SuspCount
                   ADD DepAmount TO SuspTotal
                   IF MatchReason NOT = 8
                       MOVE 'S' TO SeenKind
                       MOVE SuspNum TO SeenItemNum
                       PERFORM RecordBankRef
                   END-IF
           END-WRITE
           IF SuspWritten = 'N'
               MOVE 12 TO ValidErrorCode
               MOVE "No se pudo dejar en suspenso." TO ValidErrorMsg
               PERFORM RejectOneDeposit
           END-IF.

       RecordBankRef.
           IF DepBankRef NOT = SPACES
               MOVE DepBankRef TO SeenBankRef
               MOVE DepDate TO SeenDepDate
               MOVE RunDate TO SeenLoadDate
               WRITE SeenData
                   INVALID KEY
                       DISPLAY "AVISO: no se pudo registrar la "
                           "referencia " DepBankRef ". Estado: "
                           SeenFileStatus
               END-WRITE
           END-IF.

       RejectOneDeposit.
           MOVE ValidErrorCode TO RejReasonCode
           MOVE ValidErrorMsg TO RejReasonDesc
           MOVE DepositRecord TO RejDeposit
           WRITE RejectRecord
           IF RejectStatus NOT = "00"
               DISPLAY "AVISO: no se pudo escribir el rechazo del "
                   "deposito " DepBankRef ". Estado: " RejectStatus
           END-IF
           ADD 1 TO RejCount
           IF DepAmount IS NUMERIC
               ADD DepAmount TO RejTotal
           END-IF.

      *    El pago deja su rastro PAYADD en la auditoria de pedidos
      *    igual que la captura en linea, con la identidad fija del
      *    lote.
       LogPayAdd.
           MOVE PayOrderNum TO OrdAudOrderNum
           MOVE PayIDNum TO OrdAudIDNum
           MOVE ZERO TO OrdAudOldAmount
           MOVE PayAmount TO OrdAudNewAmount
           MOVE SPACE TO OrdAudOldStatus
           MOVE SPACE TO OrdAudNewStatus
           MOVE 'PAYADD' TO OrdAudAction
           MOVE 'IMPDEPOS' TO OrdAudOperator
           ACCEPT OrdAudDate FROM DATE YYYYMMDD
           ACCEPT OrdAudTime FROM TIME
           WRITE OrderAudit
           IF OrdAuditStatus NOT = "00"
               DISPLAY "AVISO: no se pudo escribir la auditoria "
                   "del pago " PayNum ". Estado: " OrdAuditStatus
           END-IF.

       FindNextPayNum.
           MOVE ZERO TO NextPayNum
           MOVE 'N' TO PaysAtEnd
           MOVE ZERO TO PayNum
           START PaymentsFile KEY IS NOT LESS THAN PayNum
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
                   MOVE PayNum TO NextPayNum
               END-IF
           END-PERFORM
           ADD 1 TO NextPayNum.

       FindNextSuspNum.
           MOVE ZERO TO NextSuspNum
           MOVE 'N' TO SuspAtEnd
           MOVE ZERO TO SuspNum
           START SuspenseFile KEY IS NOT LESS THAN SuspNum
               INVALID KEY MOVE 'Y' TO SuspAtEnd
           END-START
           PERFORM UNTIL SuspAtEnd = 'Y'
               READ SuspenseFile NEXT RECORD
                   AT END MOVE 'Y' TO SuspAtEnd
               END-READ
               IF SuspAtEnd = 'N' AND SuspFileStatus NOT = "00"
                       AND SuspFileStatus NOT = "02"
                   DISPLAY "Lectura interrumpida. Estado: "
                       SuspFileStatus
                   MOVE 'Y' TO SuspAtEnd
               END-IF
               IF SuspAtEnd = 'N'
                   MOVE SuspNum TO NextSuspNum
               END-IF
           END-PERFORM
           ADD 1 TO NextSuspNum.

       SkipAlreadyLoaded.
           MOVE ZERO TO RecordsProcessed
           PERFORM UNTIL RecordsProcessed NOT LESS THAN SkipCount
                   OR DepositAtEnd = 'Y'
               READ DepositFile
                   AT END MOVE 'Y' TO DepositAtEnd
               END-READ
               IF DepositAtEnd = 'N' AND DepositStatus NOT = "00"
                   DISPLAY "Lectura de depositos interrumpida. "
                       "Estado: " DepositStatus
                   MOVE 'Y' TO DepositAtEnd
                   MOVE 'Y' TO DepositBroken
               END-IF
               IF DepositAtEnd = 'N'
                   ADD 1 TO RecordsProcessed
               END-IF
           END-PERFORM.

       ReadCheckpoint.
           MOVE ZERO TO SkipCount
           MOVE ZERO TO SavedNextPay
           MOVE ZERO TO SavedNextSusp
           OPEN INPUT CheckpointFile
           IF CheckpointStatus = "00"
               READ CheckpointFile
                   AT END
                       MOVE ZERO TO SkipCount
                   NOT AT END
                       MOVE CheckpointCount TO SkipCount
                       MOVE CheckpointNextPay TO SavedNextPay
                       MOVE CheckpointNextSusp TO SavedNextSusp
                       MOVE CheckpointReadCount TO ReadCount
                       MOVE CheckpointReadTotal TO ReadTotal
                       MOVE CheckpointPostCount TO PostedCount
                       MOVE CheckpointPostTotal TO PostedTotal
                       MOVE CheckpointSuspCount TO SuspCount
                       MOVE CheckpointSuspTotal TO SuspTotal
                       MOVE CheckpointRejCount TO RejCount
                       MOVE CheckpointRejTotal TO RejTotal
               END-READ
               CLOSE CheckpointFile
           END-IF.

       SaveCheckpoint.
           MOVE RecordsProcessed TO CheckpointCount
           MOVE NextPayNum TO CheckpointNextPay
           MOVE NextSuspNum TO CheckpointNextSusp
           MOVE ReadCount TO CheckpointReadCount
           MOVE ReadTotal TO CheckpointReadTotal
           MOVE PostedCount TO CheckpointPostCount
           MOVE PostedTotal TO CheckpointPostTotal
           MOVE SuspCount TO CheckpointSuspCount
           MOVE SuspTotal TO CheckpointSuspTotal
           MOVE RejCount TO CheckpointRejCount
           MOVE RejTotal TO CheckpointRejTotal
           OPEN OUTPUT CheckpointFile
           WRITE CheckpointRecord
           CLOSE CheckpointFile
           IF CheckpointStatus NOT = "00"
               DISPLAY "AVISO: no se pudo guardar el checkpoint. "
                   "Estado: " CheckpointStatus
           ELSE
               DISPLAY "Checkpoint guardado en el registro: "
                   RecordsProcessed
           END-IF.

       ClearCheckpoint.
           INITIALIZE CheckpointRecord
           OPEN OUTPUT CheckpointFile
           WRITE CheckpointRecord
           CLOSE CheckpointFile.

      *    Pagos y partidas con numero igual o mayor al del
      *    checkpoint salieron de depositos que se van a procesar de
      *    nuevo. Los pagos se retiran con su rastro PAYUNDO en la
      *    auditoria (ya habian dejado su PAYADD); las partidas en
      *    suspenso nunca se aplicaron y solo se borran. Sus
      *    referencias del banco se retiran tambien, para que el
      *    deposito no parezca ya importado al procesarse de nuevo.
       RollbackUncheckpointed.
           MOVE ZERO TO RolledBack
           MOVE 'Y' TO MoreToDrop
           PERFORM DropOnePayment UNTIL MoreToDrop = 'N'
           IF RolledBack > ZERO
               DISPLAY "Pagos sin checkpoint retirados: "
                   RolledBack
           END-IF
           MOVE ZERO TO SuspDropped
           MOVE 'Y' TO MoreToDrop
           PERFORM DropOneSuspense UNTIL MoreToDrop = 'N'
           IF SuspDropped > ZERO
               DISPLAY "Partidas sin checkpoint retiradas: "
                   SuspDropped
           END-IF
           PERFORM DropRolledBackRefs.

       DropOnePayment.
           MOVE 'N' TO MoreToDrop
           MOVE NextPayNum TO PayNum
           START PaymentsFile KEY IS NOT LESS THAN PayNum
               INVALID KEY CONTINUE
           END-START
           IF PayFileStatus = "00"
               READ PaymentsFile NEXT RECORD
                   AT END CONTINUE
               END-READ
               IF PayFileStatus = "00" OR PayFileStatus = "02"
                   MOVE PayNum TO UndoPayNum
                   MOVE PayIDNum TO UndoIDNum
                   MOVE PayOrderNum TO UndoOrderNum
                   MOVE PayAmount TO UndoAmount
                   DELETE PaymentsFile
                       INVALID KEY
                           DISPLAY "No se pudo retirar el pago: "
                               UndoPayNum
                       NOT INVALID KEY
                           ADD 1 TO RolledBack
                           MOVE 'Y' TO MoreToDrop
                           PERFORM LogPayUndo
                   END-DELETE
               END-IF
           END-IF.

       DropOneSuspense.
           MOVE 'N' TO MoreToDrop
           MOVE NextSuspNum TO SuspNum
           START SuspenseFile KEY IS NOT LESS THAN SuspNum
               INVALID KEY CONTINUE
           END-START
           IF SuspFileStatus = "00"
               READ SuspenseFile NEXT RECORD
                   AT END CONTINUE
               END-READ
               IF SuspFileStatus = "00" OR SuspFileStatus = "02"
                   DELETE SuspenseFile
                       INVALID KEY
                           DISPLAY "No se pudo retirar la partida: "
                               SuspNum
                       NOT INVALID KEY
                           ADD 1 TO SuspDropped
                           MOVE 'Y' TO MoreToDrop
                   END-DELETE
               END-IF
           END-IF.

       DropRolledBackRefs.
           MOVE ZERO TO SeenDropped
           MOVE 'N' TO SeenAtEnd
           MOVE LOW-VALUES TO SeenBankRef
           START SeenFile KEY IS NOT LESS THAN SeenBankRef
               INVALID KEY MOVE 'Y' TO SeenAtEnd
           END-START
           PERFORM UNTIL SeenAtEnd = 'Y'
               READ SeenFile NEXT RECORD
                   AT END MOVE 'Y' TO SeenAtEnd
               END-READ
               IF SeenAtEnd = 'N' AND SeenFileStatus NOT = "00"
                       AND SeenFileStatus NOT = "02"
                   DISPLAY "Lectura interrumpida. Estado: "
                       SeenFileStatus
                   MOVE 'Y' TO SeenAtEnd
               END-IF
               IF SeenAtEnd = 'N'
                   IF (SeenPosted AND SeenItemNum NOT < NextPayNum)
                           OR (SeenSuspended
                           AND SeenItemNum NOT < NextSuspNum)
                       DELETE SeenFile
                           INVALID KEY
                               DISPLAY "No se pudo retirar la "
                                   "referencia: " SeenBankRef
                           NOT INVALID KEY
                               ADD 1 TO SeenDropped
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM
           IF SeenDropped > ZERO
               DISPLAY "Referencias sin checkpoint retiradas: "
                   SeenDropped
           END-IF.

       LogPayUndo.
           MOVE UndoOrderNum TO OrdAudOrderNum
           MOVE UndoIDNum TO OrdAudIDNum
           MOVE UndoAmount TO OrdAudOldAmount
           MOVE ZERO TO OrdAudNewAmount
           MOVE SPACE TO OrdAudOldStatus
           MOVE SPACE TO OrdAudNewStatus
           MOVE 'PAYUNDO' TO OrdAudAction
           MOVE 'IMPDEPOS' TO OrdAudOperator
           ACCEPT OrdAudDate FROM DATE YYYYMMDD
           ACCEPT OrdAudTime FROM TIME
           WRITE OrderAudit
           IF OrdAuditStatus NOT = "00"
               DISPLAY "AVISO: no se pudo escribir la auditoria "
                   "del pago " UndoPayNum ". Estado: "
                   OrdAuditStatus
           END-IF.

      *    Totales de control para cuadrar contra el archivo del
      *    banco: lo leido tiene que ser igual a lo aplicado mas lo
      *    que quedo en suspenso mas lo rechazado, en cuenta y en
      *    pesos.
       ShowControlTotals.
           COMPUTE TieCount = PostedCount + SuspCount + RejCount
           COMPUTE TieTotal = PostedTotal + SuspTotal + RejTotal
           DISPLAY " "
           DISPLAY "---- Totales de control ----"
           DISPLAY "Fecha: " RunDate
           MOVE ReadTotal TO RunShownTotal
           DISPLAY "Depositos leidos:        " ReadCount
               "  Importe: " RunShownTotal
           MOVE PostedTotal TO RunShownTotal
           DISPLAY "Aplicados automaticamente: " PostedCount
               "  Importe: " RunShownTotal
           MOVE SuspTotal TO RunShownTotal
           DISPLAY "Enviados a suspenso:     " SuspCount
               "  Importe: " RunShownTotal
           MOVE RejTotal TO RunShownTotal
           DISPLAY "Rechazados:              " RejCount
               "  Importe: " RunShownTotal
           IF DupCount > ZERO
               DISPLAY "AVISO: " DupCount " depositos con referencia "
                   "bancaria ya aplicada quedaron en suspenso."
           END-IF
           IF TieCount NOT = ReadCount OR TieTotal NOT = ReadTotal
               DISPLAY "AVISO: los totales no cuadran contra lo "
                   "leido del banco; revise depositos_rechazos.txt."
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "Totales cuadrados contra el banco."
           END-IF
           DISPLAY "----------------------------"
           DISPLAY " ".

           COPY "VALIDCLI.cpy".
           COPY "PERIODO.cpy".

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

           SELECT OPTIONAL ProductFile ASSIGN TO "productos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode
           FILE STATUS IS ProdFileStatus.

           SELECT OPTIONAL LineFile ASSIGN TO "order_lines.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LineKey
           FILE STATUS IS LineFileStatus.

           SELECT ExtractFile ASSIGN TO "pedidos_extracto.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ExtractStatus.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RejectStatus.

           SELECT PeriodFile ASSIGN TO "periodos_cerrados.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PeriodFileStatus.

       DATA DIVISION.
       FILE SECTION.
           FD CustomerFile.
           FD OrderAuditFile.
           COPY "ORDAUDIT.cpy".

           FD PaymentsFile.
           COPY "PAYREC.cpy".

           FD CreditFile.
           COPY "CREDREC.cpy".

           FD MemoFile.
           COPY "MEMOREC.cpy".

           FD ProductFile.
           COPY "PRODREC.cpy".

           FD LineFile.
           COPY "LINEREC.cpy".

      *    El extracto trae cada pedido como un encabezado 'P'
      *    seguido de sus renglones 'L'; el pedido termina donde
      *    empieza el siguiente encabezado o el archivo. Los dos
      *    formatos se desglosan en PendHeader y PendLineRaw.
           FD ExtractFile.
           01 ExtractRecord.
               02 ExtRecType PIC X.
                   88 ExtOrderHeader VALUE 'P'.
                   88 ExtOrderLine VALUE 'L'.
               02 FILLER PIC X(44).

      *    El checkpoint se toma solo entre pedidos, nunca a media
      *    captura de renglones. Guarda, ademas del avance en el
      *    extracto, el siguiente numero de pedido por asignar: los
      *    pedidos con numero igual o mayor solo pueden venir de
      *    lineas del extracto aun sin checkpoint, y una reanudacion
      *    los retira (con sus renglones) antes de recargar para no
      *    duplicarlos.
           FD CheckpointFile.
           01 CheckpointRecord.
               02 CheckpointCount PIC 9(6).
               02 RejReasonDesc PIC X(40).
               02 RejExtract PIC X(53).

           FD PeriodFile.
           COPY "CIERREC.cpy".

       WORKING-STORAGE SECTION.
       01 ExtractAtEnd PIC X VALUE 'N'.
       01 RecordsProcessed PIC 9(6) VALUE ZERO.
       01 OrdAuditStatus PIC XX VALUE "00".
       01 RejectStatus PIC XX VALUE "00".
       01 MasterTrouble PIC X VALUE 'N'.
       01 PayFileStatus PIC XX VALUE "00".
       01 CreditFileStatus PIC XX VALUE "00".
       01 CredFound PIC X.
       01 TargetIDNum PIC 9(6).
       01 PaysAtEnd PIC X.
       01 OrderTotal PIC 9(9)V99 VALUE ZERO.
       01 PayTotal PIC 9(9)V99 VALUE ZERO.
       01 OpenBalance PIC S9(9)V99 VALUE ZERO.
       01 NewBalance PIC S9(9)V99 VALUE ZERO.
       01 MemoFileStatus PIC XX VALUE "00".
       01 MemosAtEnd PIC X.
       01 MemoTotal PIC 9(9)V99 VALUE ZERO.
       01 ProdFileStatus PIC XX VALUE "00".
       01 LineFileStatus PIC XX VALUE "00".
       01 ProdFound PIC X.
       01 LineWriteOk PIC X.
       01 ExtractBroken PIC X VALUE 'N'.
       01 RecordsDone PIC 9(6) VALUE ZERO.
       01 OrdersSeen PIC 9(6) VALUE ZERO.
       01 RejectedRecords PIC 9(6) VALUE ZERO.
       01 LinesDropped PIC 9(5) VALUE ZERO.
       01 PendingOrder PIC X VALUE 'N'.
       01 PendDamaged PIC X VALUE 'N'.
       01 PendDamageMsg PIC X(40).
       01 PendLineCount PIC 9(2) VALUE ZERO.
       01 PendLineMax PIC 9(2) VALUE 20.
       01 PendIdx PIC 9(2).
       01 PendLineAmount PIC 9(12)V99.
       01 PendOrderTotal PIC 9(9)V99 VALUE ZERO.
      *    Pedido en armado: el encabezado y hasta 20 renglones tal
      *    como vinieron en el extracto, mas el precio del catalogo
      *    y el importe de cada renglon. Se valida completo antes de
      *    grabar nada; si un renglon no pasa, todo el pedido se va
      *    a rechazos.
       01 PendHeader.
           02 PendType PIC X.
           02 PendIDNum PIC 9(6).
           02 PendDate PIC 9(8).
           02 PendDesc PIC X(30).
       01 PendLineTable.
           02 PendLine OCCURS 20 TIMES.
               03 PendLineRaw.
                   04 PendLineType PIC X.
                   04 PendLineProd PIC X(8).
                   04 PendLineQty PIC 9(5).
                   04 FILLER PIC X(31).
               03 PendLinePrice PIC 9(7)V99.
               03 PendLineTotal PIC 9(7)V99.
           COPY "VALIDWS.cpy".
           COPY "PERIODWS.cpy".

       PROCEDURE DIVISION.
       MainPara.
           PERFORM ReadCheckpoint
           PERFORM LoadClosedPeriod
           IF PeriodLoadFailed = 'Y'
               DISPLAY "Sin el control de periodos cerrados no se "
                   "pueden revisar las fechas. Carga cancelada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      *    La carga se niega a arrancar si el archivo de pedidos esta
      *    tomado (por ejemplo, por la sesion en linea): es mejor
      *    reintentar mas tarde que cargar a medias.
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      *    Pagos, notas de credito y credito solo se leen, para
      *    revisar el limite de credito de cada cliente contra su
      *    saldo abierto.
           OPEN INPUT PaymentsFile
           IF PayFileStatus NOT = "00" AND PayFileStatus NOT = "05"
               DISPLAY "No se pudo abrir payments.txt (estado "
                   PayFileStatus "). Carga cancelada."
               CLOSE OrdersFile
               CLOSE CustomerFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CreditFile
           IF CreditFileStatus NOT = "00"
                   AND CreditFileStatus NOT = "05"
               DISPLAY "No se pudo abrir credit.txt (estado "
                   CreditFileStatus "). Carga cancelada."
               CLOSE OrdersFile
               CLOSE CustomerFile
               CLOSE PaymentsFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MemoFile
           IF MemoFileStatus NOT = "00" AND MemoFileStatus NOT = "05"
               DISPLAY "No se pudo abrir credit_memos.txt (estado "
                   MemoFileStatus "). Carga cancelada."
               CLOSE OrdersFile
               CLOSE CustomerFile
               CLOSE PaymentsFile
               CLOSE CreditFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ProductFile
           IF ProdFileStatus NOT = "00" AND ProdFileStatus NOT = "05"
               DISPLAY "No se pudo abrir productos.txt (estado "
                   ProdFileStatus "). Carga cancelada."
               CLOSE OrdersFile
               CLOSE CustomerFile
               CLOSE PaymentsFile
               CLOSE CreditFile
               CLOSE MemoFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O LineFile
           IF LineFileStatus NOT = "00" AND LineFileStatus NOT = "05"
               DISPLAY "No se pudo abrir order_lines.txt (estado "
                   LineFileStatus "). Carga cancelada."
               CLOSE OrdersFile
               CLOSE CustomerFile
               CLOSE PaymentsFile
               CLOSE CreditFile
               CLOSE MemoFile
               CLOSE ProductFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ExtractFile
           IF ExtractStatus NOT = "00"
               DISPLAY "No se pudo abrir pedidos_extracto.txt "
                   "(estado " ExtractStatus "). Carga cancelada."
               CLOSE OrdersFile
               CLOSE CustomerFile
               CLOSE PaymentsFile
               CLOSE CreditFile
               CLOSE MemoFile
               CLOSE ProductFile
               CLOSE LineFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
                   "Carga cancelada."
               CLOSE OrdersFile
               CLOSE CustomerFile
               CLOSE PaymentsFile
               CLOSE CreditFile
               CLOSE MemoFile
               CLOSE ProductFile
               CLOSE LineFile
               CLOSE ExtractFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
                   "(estado " RejectStatus "). Carga cancelada."
               CLOSE OrdersFile
               CLOSE CustomerFile
               CLOSE PaymentsFile
               CLOSE CreditFile
               CLOSE MemoFile
               CLOSE ProductFile
               CLOSE LineFile
               CLOSE ExtractFile
               CLOSE OrderAuditFile
               MOVE 1 TO RETURN-CODE
      *    checkpoint, el numero se busca en el archivo y se ancla de
      *    inmediato, para que hasta una corrida nueva interrumpida
      *    antes del primer checkpoint reanude sin duplicar.
           MOVE RecordsProcessed TO RecordsDone
           IF SavedNextOrd > ZERO
               MOVE SavedNextOrd TO NextOrderNum
               PERFORM RollbackUncheckpointed
                   DISPLAY "Lectura del extracto interrumpida. "
                       "Estado: " ExtractStatus
                   MOVE 'Y' TO ExtractAtEnd
                   MOVE 'Y' TO ExtractBroken
               END-IF
               IF ExtractAtEnd = 'N'
                   PERFORM TakeOneRecord
                   ADD 1 TO RecordsProcessed
               END-IF
           END-PERFORM
      *    Con la lectura interrumpida el ultimo pedido pudo quedar
      *    sin todos sus renglones: no se carga, y el checkpoint se
      *    conserva para reanudar desde el ultimo pedido completo.
           IF PendingOrder = 'Y' AND ExtractBroken = 'N'
               PERFORM FinishPendingOrder
           END-IF
           CLOSE OrdersFile
           CLOSE CustomerFile
           CLOSE PaymentsFile
           CLOSE CreditFile
           CLOSE MemoFile
           CLOSE ProductFile
           CLOSE LineFile
           CLOSE ExtractFile
           CLOSE OrderAuditFile
           CLOSE RejectFile
           IF ExtractBroken = 'Y'
               PERFORM SaveCheckpoint
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM ClearCheckpoint
           END-IF
           DISPLAY "Carga terminada. Registros procesados: "
               RecordsProcessed
           DISPLAY "Pedidos cargados: " LoadedCount
           DISPLAY "Pedidos rechazados: " RejectedCount
           DISPLAY "Registros enviados a rechazos: " RejectedRecords
           STOP RUN.

      *    Un encabezado cierra el pedido anterior y abre uno nuevo;
      *    un renglon se agrega al pedido abierto. Un renglon sin
      *    encabezado, o un registro de tipo desconocido, se va solo
      *    a rechazos; si llega a media captura, el pedido abierto
      *    tambien se rechaza completo.
       TakeOneRecord.
           EVALUATE TRUE
               WHEN ExtOrderHeader
                   IF PendingOrder = 'Y'
                       PERFORM FinishPendingOrder
                   END-IF
                   PERFORM StartPendingOrder
               WHEN ExtOrderLine AND PendingOrder = 'Y'
                   IF PendLineCount < PendLineMax
                       ADD 1 TO PendLineCount
                       MOVE ExtractRecord TO PendLineRaw(PendLineCount)
                   ELSE
                       MOVE 'Y' TO PendDamaged
                       MOVE "Pedido con mas de 20 renglones."
                           TO PendDamageMsg
                       MOVE 18 TO ValidErrorCode
                       MOVE PendDamageMsg TO ValidErrorMsg
                       PERFORM RejectStrayRecord
                   END-IF
               WHEN ExtOrderLine
                   MOVE 18 TO ValidErrorCode
                   MOVE "Renglon sin encabezado de pedido."
                       TO ValidErrorMsg
                   PERFORM RejectStrayRecord
               WHEN OTHER
                   IF PendingOrder = 'Y'
                       MOVE 'Y' TO PendDamaged
                       MOVE "Registro no reconocido en el pedido."
                           TO PendDamageMsg
                   END-IF
                   MOVE 18 TO ValidErrorCode
                   MOVE "Tipo de registro no reconocido."
                       TO ValidErrorMsg
                   PERFORM RejectStrayRecord
           END-EVALUATE
      *    Sin pedido abierto, todo lo leido hasta aqui ya quedo
      *    resuelto y cuenta para el checkpoint.
           IF PendingOrder = 'N'
               COMPUTE RecordsDone = RecordsProcessed + 1
           END-IF.

       StartPendingOrder.
           MOVE ExtractRecord TO PendHeader
           MOVE ZERO TO PendLineCount
           MOVE 'N' TO PendDamaged
           MOVE SPACES TO PendDamageMsg
           MOVE 'Y' TO PendingOrder.

      *    El pedido completo se carga o se rechaza; todos sus
      *    registros quedan resueltos y se cuentan para el
      *    checkpoint, que se toma cada 50 pedidos.
       FinishPendingOrder.
           MOVE 'N' TO PendingOrder
           PERFORM LoadOneOrder
           MOVE RecordsProcessed TO RecordsDone
           ADD 1 TO OrdersSeen
           DIVIDE OrdersSeen BY CheckpointEvery
               GIVING CheckQuotient
               REMAINDER CheckModulus
           IF CheckModulus = ZERO
               PERFORM SaveCheckpoint
           END-IF.

      *    El numero de pedido se asigna recorriendo la llave primaria
      *    hasta el ultimo, igual que en la captura en linea; de ahi
      *    en adelante la carga solo suma uno por pedido aceptado.
      *    Codigos de rechazo de la carga de pedidos: 05 registro en
      *    uso, 06 error de archivo, 07 fecha invalida (validacion
      *    compartida), 08 cliente no existe, 09 cliente inactivo,
      *    10 importe fuera de rango, 11 ID de cliente no numerico,
      *    12 cliente en suspension de credito, 13 el pedido rebasa
      *    el limite de credito, 14 fecha en un mes ya cerrado,
      *    15 producto no existe en el catalogo, 16 producto dado de
      *    baja, 17 cantidad invalida, 18 pedido mal armado (sin
      *    renglones, con mas de 20, o registro fuera de lugar). La
      *    carga no tiene supervisor que autorice excepciones: esos
      *    pedidos se capturan en linea.
       LoadOneOrder.
           EVALUATE TRUE
               WHEN PendDamaged = 'Y'
                   MOVE 18 TO ValidErrorCode
                   MOVE PendDamageMsg TO ValidErrorMsg
                   PERFORM RejectOneOrder
               WHEN PendIDNum IS NOT NUMERIC
                   MOVE 11 TO ValidErrorCode
                   MOVE "ID de cliente no numerico."
                       TO ValidErrorMsg
                   PERFORM RejectOneOrder
               WHEN OTHER
                   PERFORM CheckCustomerForOrder
           END-EVALUATE.

       CheckCustomerForOrder.
           MOVE PendIDNum TO IDNum
           MOVE 'Y' TO CustFound
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustFound
           END-IF.

       ValidateOneOrder.
           MOVE PendDate TO ValidDate
           PERFORM ValidateDate
           IF ValidFieldsOk = 'Y'
               MOVE PendDate TO PeriodCheckDate
               PERFORM CheckClosedPeriod
               IF PeriodOk = 'N'
                   MOVE 'N' TO ValidFieldsOk
                   MOVE 14 TO ValidErrorCode
                   MOVE "Fecha en un mes ya cerrado."
                       TO ValidErrorMsg
               END-IF
           END-IF
           IF ValidFieldsOk = 'Y'
               PERFORM PriceOrderLines
           END-IF
           IF ValidFieldsOk = 'N'
               PERFORM RejectOneOrder
           ELSE
               PERFORM CheckCreditForOrder
           END-IF.

      *    Cada renglon toma el precio vigente del catalogo; el monto
      *    del pedido es la suma de los importes. El primer renglon
      *    que no pasa detiene la revision y rechaza el pedido.
       PriceOrderLines.
           MOVE ZERO TO PendOrderTotal
           IF PendLineCount = ZERO
               MOVE 'N' TO ValidFieldsOk
               MOVE 18 TO ValidErrorCode
               MOVE "Pedido sin renglones." TO ValidErrorMsg
           ELSE
               PERFORM PriceOneLine
                   VARYING PendIdx FROM 1 BY 1
                   UNTIL PendIdx > PendLineCount
                       OR ValidFieldsOk = 'N'
               IF ValidFieldsOk = 'Y'
                       AND PendOrderTotal > 9999999.99
                   MOVE 'N' TO ValidFieldsOk
                   MOVE 10 TO ValidErrorCode
                   MOVE "Total del pedido fuera de rango."
                       TO ValidErrorMsg
               END-IF
           END-IF.

       PriceOneLine.
           IF PendLineQty(PendIdx) IS NOT NUMERIC
               MOVE 'N' TO ValidFieldsOk
           ELSE
               IF PendLineQty(PendIdx) = ZERO
                   MOVE 'N' TO ValidFieldsOk
               END-IF
           END-IF
           IF ValidFieldsOk = 'N'
               MOVE 17 TO ValidErrorCode
               MOVE "Cantidad invalida en un renglon."
                   TO ValidErrorMsg
           ELSE
               PERFORM ReadLineProduct
           END-IF
           IF ValidFieldsOk = 'Y'
               COMPUTE PendLineAmount =
                   PendLineQty(PendIdx) * ProdPrice
               IF PendLineAmount > 9999999.99
                   MOVE 'N' TO ValidFieldsOk
                   MOVE 10 TO ValidErrorCode
                   MOVE "Importe de renglon fuera de rango."
                       TO ValidErrorMsg
               ELSE
                   MOVE ProdPrice TO PendLinePrice(PendIdx)
                   MOVE PendLineAmount TO PendLineTotal(PendIdx)
                   ADD PendLineAmount TO PendOrderTotal
               END-IF
           END-IF.

       ReadLineProduct.
           MOVE PendLineProd(PendIdx) TO ProdCode
           MOVE 'Y' TO ProdFound
           READ ProductFile
               INVALID KEY MOVE 'N' TO ProdFound
           END-READ
           EVALUATE TRUE
               WHEN ProdFileStatus = "51" OR ProdFileStatus = "99"
                       OR ProdFileStatus(1:1) = "3"
                       OR ProdFileStatus(1:1) = "4"
                       OR ProdFileStatus(1:1) = "9"
                   MOVE 'N' TO ValidFieldsOk
                   MOVE 6 TO ValidErrorCode
                   MOVE "Error de archivo en el catalogo."
                       TO ValidErrorMsg
                   DISPLAY "Error en productos.txt (estado "
                       ProdFileStatus "); pedido del ID " PendIDNum
                       " enviado a rechazos."
               WHEN ProdFound = 'N'
                   MOVE 'N' TO ValidFieldsOk
                   MOVE 15 TO ValidErrorCode
                   MOVE "Producto no existe en el catalogo."
                       TO ValidErrorMsg
               WHEN ProdIsInactive
                   MOVE 'N' TO ValidFieldsOk
                   MOVE 16 TO ValidErrorCode
                   MOVE "Producto dado de baja." TO ValidErrorMsg
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Sin renglon en credit.txt el cliente no tiene limite ni
      *    suspension; un limite en cero tampoco limita. El saldo
      *    abierto se calcula igual que en la consulta en linea, y ya
      *    incluye los pedidos de esta misma carga.
       CheckCreditForOrder.
           MOVE PendIDNum TO CredIDNum
           MOVE 'Y' TO CredFound
           READ CreditFile
               INVALID KEY MOVE 'N' TO CredFound
           END-READ
           PERFORM CheckCreditStatus
           IF MasterTrouble = 'Y'
               PERFORM RejectOneOrder
           ELSE
               IF CredFound = 'Y' AND CredOnHold
                   MOVE 12 TO ValidErrorCode
                   MOVE "Cliente en suspension de credito."
                       TO ValidErrorMsg
                   PERFORM RejectOneOrder
               ELSE
                   MOVE ZERO TO NewBalance
                   IF CredFound = 'Y' AND CredLimit > ZERO
                       PERFORM ComputeOpenBalance
                       COMPUTE NewBalance =
                           OpenBalance + PendOrderTotal
                   END-IF
                   IF CredFound = 'Y' AND CredLimit > ZERO
                           AND NewBalance > CredLimit
                       MOVE 13 TO ValidErrorCode
                       MOVE "El pedido rebasa el limite de credito."
                           TO ValidErrorMsg
                       PERFORM RejectOneOrder
                   ELSE
                       PERFORM ApplyOneOrder
                   END-IF
               END-IF
           END-IF.

       CheckCreditStatus.
           MOVE 'N' TO MasterTrouble
           IF CreditFileStatus = "51" OR CreditFileStatus = "99"
                   OR CreditFileStatus(1:1) = "3"
                   OR CreditFileStatus(1:1) = "4"
                   OR CreditFileStatus(1:1) = "9"
               MOVE 'Y' TO MasterTrouble
               MOVE 6 TO ValidErrorCode
               MOVE "Error de archivo en credito."
                   TO ValidErrorMsg
               DISPLAY "Error en credit.txt (estado "
                   CreditFileStatus "); ID " PendIDNum
                   " enviado a rechazos."
           END-IF.

       ComputeOpenBalance.
           MOVE PendIDNum TO TargetIDNum
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

      *    Sin descripcion en el encabezado, el pedido toma la del
      *    producto de su primer renglon.
       ApplyOneOrder.
           IF PendDesc = SPACES
               MOVE PendLineProd(1) TO ProdCode
               READ ProductFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE ProdDesc TO PendDesc
               END-READ
           END-IF
           MOVE NextOrderNum TO OrderNum
           MOVE PendIDNum TO OrderIDNum
           MOVE PendDate TO OrderDate
           MOVE PendOrderTotal TO OrderAmount
           MOVE PendDesc TO OrderDesc
           MOVE 'C' TO OrderStatus
           MOVE 'Y' TO LineWriteOk
           WRITE OrderData
               INVALID KEY
                   DISPLAY "Error al escribir el pedido: " OrderNum
               NOT INVALID KEY
                   PERFORM WriteOrderLines
           END-WRITE
      *    Un bloqueo o error de archivo al grabar tampoco debe
      *    perderse: los registros del pedido se mandan a rechazos
      *    para poder recargarlos despues.
           PERFORM CheckOrderStatus
           IF MasterTrouble = 'Y'
               PERFORM RejectOneOrder
           ELSE
               IF LineWriteOk = 'N'
                   MOVE 6 TO ValidErrorCode
                   MOVE "Error de archivo en renglones."
                       TO ValidErrorMsg
                   PERFORM RejectOneOrder
               END-IF
           END-IF.

      *    Un pedido sin todos sus renglones no debe quedar en el
      *    archivo: si alguno no se graba, se retiran los grabados y
      *    el pedido mismo, y todo se va a rechazos.
       WriteOrderLines.
           PERFORM VARYING PendIdx FROM 1 BY 1
                   UNTIL PendIdx > PendLineCount
                       OR LineWriteOk = 'N'
               MOVE OrderNum TO LineOrderNum
               MOVE PendIdx TO LineSeq
               MOVE PendLineProd(PendIdx) TO LineProdCode
               MOVE PendLineQty(PendIdx) TO LineQty
               MOVE PendLinePrice(PendIdx) TO LineUnitPrice
               MOVE PendLineTotal(PendIdx) TO LineTotal
               WRITE LineData
                   INVALID KEY MOVE 'N' TO LineWriteOk
               END-WRITE
               IF LineFileStatus NOT = "00"
                   MOVE 'N' TO LineWriteOk
               END-IF
           END-PERFORM
           IF LineWriteOk = 'Y'
               ADD 1 TO NextOrderNum
               ADD 1 TO LoadedCount
               PERFORM LogOrderAdd
           ELSE
               DISPLAY "Error al escribir los renglones del pedido: "
                   OrderNum " (estado " LineFileStatus ")."
               MOVE OrderNum TO UndoOrderNum
               PERFORM DropLinesFrom
               MOVE UndoOrderNum TO OrderNum
               DELETE OrdersFile
                   INVALID KEY
                       DISPLAY "No se pudo retirar el pedido: "
                           OrderNum
               END-DELETE
           END-IF.

      *    Estados 51 y 99: registro tomado por otra sesion; estados
               MOVE 5 TO ValidErrorCode
               MOVE "Registro en uso por otro usuario."
                   TO ValidErrorMsg
               DISPLAY "Registro en uso; ID " PendIDNum
                   " enviado a rechazos."
           ELSE
               IF CustFileStatus(1:1) = "3"
                   MOVE "Error de archivo en el maestro."
                       TO ValidErrorMsg
                   DISPLAY "Error de archivo (estado " CustFileStatus
                       "); ID " PendIDNum " enviado a rechazos."
               END-IF
           END-IF.

               MOVE 5 TO ValidErrorCode
               MOVE "Registro en uso por otro usuario."
                   TO ValidErrorMsg
               DISPLAY "Registro en uso; pedido del ID " PendIDNum
                   " enviado a rechazos."
           ELSE
               IF OrderFileStatus(1:1) = "3"
                       TO ValidErrorMsg
                   DISPLAY "Error de archivo (estado "
                       OrderFileStatus "); pedido del ID "
                       PendIDNum " enviado a rechazos."
               END-IF
           END-IF.

      *    El pedido que no pasa la validacion se desvia integro al
      *    archivo de rechazos, encabezado y renglones, cada uno con
      *    el codigo y motivo del pedido, sin tocar el archivo de
      *    pedidos: asi se puede corregir y recargar tal cual.
       RejectOneOrder.
           MOVE ValidErrorCode TO RejReasonCode
           MOVE ValidErrorMsg TO RejReasonDesc
           MOVE PendHeader TO RejExtract
           PERFORM WriteRejectRecord
           PERFORM VARYING PendIdx FROM 1 BY 1
                   UNTIL PendIdx > PendLineCount
               MOVE PendLineRaw(PendIdx) TO RejExtract
               PERFORM WriteRejectRecord
           END-PERFORM
           ADD 1 TO RejectedCount.

       RejectStrayRecord.
           MOVE ValidErrorCode TO RejReasonCode
           MOVE ValidErrorMsg TO RejReasonDesc
           MOVE ExtractRecord TO RejExtract
           PERFORM WriteRejectRecord.

       WriteRejectRecord.
           WRITE RejectRecord
           IF RejectStatus NOT = "00"
               DISPLAY "AVISO: no se pudo escribir el rechazo del "
                   "ID " PendIDNum ". Estado: " RejectStatus
           END-IF
           ADD 1 TO RejectedRecords.

       LogOrderAdd.
           MOVE OrderNum TO OrdAudOrderNum
           END-IF.

       SaveCheckpoint.
           MOVE RecordsDone TO CheckpointCount
           MOVE NextOrderNum TO CheckpointNextOrd
           OPEN OUTPUT CheckpointFile
           WRITE CheckpointRecord
                   "Estado: " CheckpointStatus
           ELSE
               DISPLAY "Checkpoint guardado en el registro: "
                   RecordsDone
           END-IF.

       ClearCheckpoint.
           IF RolledBack > ZERO
               DISPLAY "Pedidos sin checkpoint retirados: "
                   RolledBack
           END-IF
           MOVE NextOrderNum TO UndoOrderNum
           PERFORM DropLinesFrom
           IF LinesDropped > ZERO
               DISPLAY "Renglones sin checkpoint retirados: "
                   LinesDropped
           END-IF.

      *    Retira de order_lines.txt todo renglon de pedido con numero
      *    igual o mayor a UndoOrderNum: los de un pedido que no se
      *    alcanzo a grabar completo o que la reanudacion retira.
      *    Se toma el primero, se borra y se vuelve a empezar.
       DropLinesFrom.
           MOVE ZERO TO LinesDropped
           MOVE 'Y' TO MoreToDrop
           PERFORM UNTIL MoreToDrop = 'N'
               MOVE 'N' TO MoreToDrop
               MOVE UndoOrderNum TO LineOrderNum
               MOVE ZERO TO LineSeq
               START LineFile KEY IS NOT LESS THAN LineKey
                   INVALID KEY CONTINUE
               END-START
               IF LineFileStatus = "00"
                   READ LineFile NEXT RECORD
                       AT END CONTINUE
                   END-READ
                   IF LineFileStatus = "00" OR LineFileStatus = "02"
                       DELETE LineFile
                           INVALID KEY
                               DISPLAY "No se pudo retirar el "
                                   "renglon del pedido: "
                                   LineOrderNum
                           NOT INVALID KEY
                               ADD 1 TO LinesDropped
                               MOVE 'Y' TO MoreToDrop
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM.

       DropOneUncheckpointed.
           MOVE 'N' TO MoreToDrop
           MOVE NextOrderNum TO OrderNum
           END-IF.

           COPY "VALIDCLI.cpy".
           COPY "PERIODO.cpy".

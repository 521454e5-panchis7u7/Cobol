           RECORD KEY IS NoteKey
           FILE STATUS IS NoteFileStatus.

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

           SELECT PeriodFile ASSIGN TO "periodos_cerrados.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PeriodFileStatus.

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

001100 DATA DIVISION.
001200 FILE SECTION.
001300     FD CustomerFile.
           FD NotesFile.
           COPY "NOTAREC.cpy".

           FD CreditFile.
           COPY "CREDREC.cpy".

           FD MemoFile.
           COPY "MEMOREC.cpy".

           FD PeriodFile.
           COPY "CIERREC.cpy".

           FD ProductFile.
           COPY "PRODREC.cpy".

           FD LineFile.
           COPY "LINEREC.cpy".

001700 WORKING-STORAGE SECTION.
001800 01 Choice PIC 9(2).
       01 StayOpen PIC X VALUE 'Y'.
       01 NotesAtEnd PIC X.
       01 NoteFound PIC X.
       01 NewRevSeq PIC 9(4).
       01 PromiseAnswer PIC X.
       01 PromiseText PIC X(51).
       01 NotesShown PIC 9(5) VALUE ZERO.
       01 NotesPerPage PIC 9(2) VALUE 5.
       01 PageCount PIC 9(2) VALUE ZERO.
       01 LastContactDate PIC 9(8) VALUE ZERO.
       01 OpenOk PIC X.
       01 RecordBusy PIC X VALUE 'N'.
       01 CreditFileStatus PIC XX VALUE "00".
       01 CredFound PIC X.
       01 CreditOk PIC X.
      *    Quien autorizo la excepcion de credito: el supervisor
      *    firmado o el que se firma en el momento sobre la sesion
      *    del capturista.
       01 OverrideOperID PIC X(8).
       01 ShownLimit PIC ZZZ,ZZZ,ZZ9.99.
       01 NewTerms PIC 9(2).
       01 NewHold PIC X.
       01 NewBalance PIC S9(9)V99 VALUE ZERO.
       01 HoldOverOper PIC X(8).
       01 LimitOverOper PIC X(8).
       01 MemoFileStatus PIC XX VALUE "00".
       01 MemosAtEnd PIC X.
       01 MemoCount PIC 9(5) VALUE ZERO.
       01 MemoTotal PIC 9(9)V99 VALUE ZERO.
       01 OrderMemoTotal PIC 9(9)V99 VALUE ZERO.
       01 MemoRoom PIC S9(9)V99 VALUE ZERO.
       01 NextMemoNum PIC 9(6) VALUE ZERO.
       01 TargetOrderNum PIC 9(6).
       01 ProdFileStatus PIC XX VALUE "00".
       01 LineFileStatus PIC XX VALUE "00".
       01 ProdFound PIC X.
       01 LinesAtEnd PIC X.
       01 LineWriteOk PIC X.
       01 LineChoice PIC 9.
       01 StayInLines PIC X.
       01 EntryProdCode PIC X(8).
       01 EntryQty PIC 9(5).
       01 EntryNum PIC 9(2).
       01 EntryIdx PIC 9(2).
       01 EntrySum PIC 9(9)V99 VALUE ZERO.
       01 EntryMax PIC 9(2) VALUE 20.
       01 EntryOk PIC X.
       01 EntryAmount PIC 9(12)V99.
       01 EntryDesc PIC X(30).
       01 ShownQty PIC ZZ,ZZ9.
       01 ShownPrice PIC ZZZ,ZZZ,ZZ9.99.
      *    Renglones del pedido en captura o en correccion: se arman
      *    aqui y solo se graban en order_lines.txt junto con el
      *    pedido, para que el monto y los renglones nunca difieran.
       01 EntryLineTable.
           02 EntryLine OCCURS 20 TIMES.
               03 EntProdCode PIC X(8).
               03 EntQty PIC 9(5).
               03 EntPrice PIC 9(7)V99.
               03 EntTotal PIC 9(7)V99.
           COPY "VALIDWS.cpy".
           COPY "SIGNONWS.cpy".
           COPY "PERIODWS.cpy".
           COPY "VENCEWS.cpy".

001900 PROCEDURE DIVISION.
       StartPara.
           OPEN EXTEND OrderAuditFile.
           OPEN I-O PaymentsFile.
           OPEN I-O NotesFile.
           OPEN I-O CreditFile.
           OPEN I-O MemoFile.
           OPEN INPUT ProductFile.
           OPEN I-O LineFile.
           MOVE 'Y' TO OpenOk.
           PERFORM CheckOpenStatus.
           IF OpenOk = 'N'
               CLOSE OrderAuditFile
               CLOSE PaymentsFile
               CLOSE NotesFile
               CLOSE CreditFile
               CLOSE MemoFile
               CLOSE ProductFile
               CLOSE LineFile
               CLOSE OperatorFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
               DISPLAY "10: Registrar Pago."
               DISPLAY "11: Agregar Nota de Contacto."
               DISPLAY "12: Ver Notas de Contacto."
               DISPLAY "13: Credito del Cliente."
               DISPLAY "0: Salir."
               DISPLAY "----------------------"
               DISPLAY "Opcion: " WITH NO ADVANCING
                   WHEN 10 PERFORM AddPayment
                   WHEN 11 PERFORM AddNote
                   WHEN 12 PERFORM BrowseNotes
                   WHEN 13
                       IF SignedSupervisor
                           PERFORM MaintainCredit
                       ELSE
                           PERFORM RefuseSupervisorOnly
                       END-IF
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE OrderAuditFile.
           CLOSE PaymentsFile.
           CLOSE NotesFile.
           CLOSE CreditFile.
           CLOSE MemoFile.
           CLOSE ProductFile.
           CLOSE LineFile.
           CLOSE OperatorFile.
           STOP RUN.

               DISPLAY "No se pudo abrir notes.txt (estado "
                   NoteFileStatus ")."
               MOVE 'N' TO OpenOk
           END-IF
           IF CreditFileStatus NOT = "00"
                   AND CreditFileStatus NOT = "05"
               DISPLAY "No se pudo abrir credit.txt (estado "
                   CreditFileStatus ")."
               MOVE 'N' TO OpenOk
           END-IF
           IF MemoFileStatus NOT = "00" AND MemoFileStatus NOT = "05"
               DISPLAY "No se pudo abrir credit_memos.txt (estado "
                   MemoFileStatus ")."
               MOVE 'N' TO OpenOk
           END-IF
           IF ProdFileStatus NOT = "00" AND ProdFileStatus NOT = "05"
               DISPLAY "No se pudo abrir productos.txt (estado "
                   ProdFileStatus ")."
               MOVE 'N' TO OpenOk
           END-IF
           IF LineFileStatus NOT = "00" AND LineFileStatus NOT = "05"
               DISPLAY "No se pudo abrir order_lines.txt (estado "
                   LineFileStatus ")."
               MOVE 'N' TO OpenOk
           END-IF.

      *    Estados 51 y 99: el registro lo tiene otra sesion. Los
           ACCEPT OrderDate
           MOVE OrderDate TO ValidDate
           PERFORM ValidateDate
           IF ValidFieldsOk = 'Y'
               PERFORM CheckDateNotClosed
           END-IF
           IF ValidFieldsOk = 'N'
               DISPLAY ValidErrorMsg
           END-IF.
           ACCEPT PayDate
           MOVE PayDate TO ValidDate
           PERFORM ValidateDate
           IF ValidFieldsOk = 'Y'
               PERFORM CheckDateNotClosed
           END-IF
           IF ValidFieldsOk = 'N'
               DISPLAY ValidErrorMsg
           END-IF.

      *    Un mes cerrado (CierreMensual) ya no admite movimientos
      *    fechados en el: los estados de cuenta enviados y la foto
      *    de saldos del cierre tienen que seguir cuadrando. El
      *    control se relee cada vez porque el cierre puede correr
      *    con la sesion abierta.
       CheckDateNotClosed.
           PERFORM LoadClosedPeriod
           MOVE ValidDate TO PeriodCheckDate
           PERFORM CheckClosedPeriod
           IF PeriodOk = 'N'
               MOVE 'N' TO ValidFieldsOk
               MOVE 14 TO ValidErrorCode
               MOVE "La fecha cae en un mes ya cerrado."
                   TO ValidErrorMsg
               IF PeriodLoadFailed = 'Y'
                   MOVE "No se pudo leer el control de cierres."
                       TO ValidErrorMsg
               END-IF
           END-IF.

       CheckOrderPeriod.
           PERFORM LoadClosedPeriod
           MOVE OrderDate TO PeriodCheckDate
           PERFORM CheckClosedPeriod.

      *    Un pedido solo se acepta para un cliente existente y
      *    activo; el numero de pedido se asigna igual que el ID de
      *    cliente, recorriendo la llave primaria hasta el ultimo.
               END-IF
           END-IF.

      *    Antes de capturar se revisa el credito del cliente: un
      *    cliente suspendido no pasa, y un pedido que deje el saldo
      *    abierto (pedidos menos pagos, la misma cifra de GetCust)
      *    por encima del limite tampoco, salvo que un supervisor
      *    autorice la excepcion. El saldo se calcula antes de llenar
      *    el pedido nuevo porque el recorrido de pedidos ocupa el
      *    area del registro.
       CaptureOrder.
           PERFORM FindNextOrderNum
           PERFORM ReadCustCredit
           IF CredFound = 'E'
               DISPLAY "Pedido no registrado; intente de nuevo."
           ELSE
               PERFORM ComputeOpenBalance
               MOVE SPACES TO HoldOverOper
               MOVE SPACES TO LimitOverOper
               MOVE 'Y' TO CreditOk
               IF CredFound = 'Y' AND CredOnHold
                   DISPLAY "El cliente esta en suspension de credito."
                   PERFORM AskCreditOverride
                   MOVE OverrideOperID TO HoldOverOper
               END-IF
               MOVE 'Y' TO EntryOk
               IF CreditOk = 'Y'
                   PERFORM AcceptNewOrder
               END-IF
               IF CreditOk = 'Y' AND EntryOk = 'Y'
                   PERFORM CheckCreditLimit
               END-IF
               EVALUATE TRUE
                   WHEN CreditOk = 'N'
                       DISPLAY "Pedido no registrado por credito."
                   WHEN EntryOk = 'N'
                       DISPLAY "Pedido no registrado."
                   WHEN OTHER
                       PERFORM WriteNewOrder
               END-EVALUATE
           END-IF.

      *    El monto del pedido ya no se teclea: es la suma de sus
      *    renglones, cada uno con el precio del catalogo vigente al
      *    capturarlo.
       AcceptNewOrder.
           MOVE IDNum TO OrderIDNum
           MOVE 'N' TO ValidFieldsOk
           PERFORM AskOrderDate UNTIL ValidFieldsOk = 'Y'
           MOVE ZERO TO EntryNum
           DISPLAY "Renglones del pedido (maximo " EntryMax "):"
           MOVE 'Y' TO StayInLines
           PERFORM AddEntryLine UNTIL StayInLines = 'N'
           PERFORM SumEntryLines
           IF EntryOk = 'Y'
               DISPLAY "Descripcion (en blanco toma la del primer "
                   "producto): " WITH NO ADVANCING
               ACCEPT OrderDesc
               IF OrderDesc = SPACES
                   PERFORM DefaultOrderDesc
               END-IF
           END-IF
           MOVE NextOrderNum TO OrderNum
           MOVE 'C' TO OrderStatus.

       WriteNewOrder.
           WRITE OrderData
               INVALID KEY
                   DISPLAY "Numero de pedido tomado."
               NOT INVALID KEY
                   DISPLAY "Pedido registrado con numero: " OrderNum
                   PERFORM SaveOrderLines
                   PERFORM LogOrderAdd
                   PERFORM LogCreditOverrides
           END-WRITE.
           PERFORM CheckOrderFile.

      *    Un renglon solo se acepta para un producto que existe en
      *    el catalogo y esta activo, con cantidad mayor a cero. Un
      *    codigo en blanco termina la captura de renglones.
       AddEntryLine.
           IF EntryNum NOT < EntryMax
               DISPLAY "El pedido ya tiene el maximo de renglones."
               MOVE 'N' TO StayInLines
           ELSE
               DISPLAY "Producto (en blanco termina): "
                   WITH NO ADVANCING
               ACCEPT EntryProdCode
               IF EntryProdCode = SPACES
                   MOVE 'N' TO StayInLines
               ELSE
                   PERFORM ReadEntryProduct
                   IF ProdFound = 'Y'
                       PERFORM AcceptEntryQty
                   END-IF
               END-IF
           END-IF.

       ReadEntryProduct.
           MOVE EntryProdCode TO ProdCode
           MOVE 'Y' TO ProdFound
           READ ProductFile
               INVALID KEY MOVE 'N' TO ProdFound
           END-READ
           IF ProdFileStatus = "51" OR ProdFileStatus = "99"
                   OR ProdFileStatus(1:1) = "3"
                   OR ProdFileStatus(1:1) = "4"
                   OR ProdFileStatus(1:1) = "9"
               DISPLAY "No se pudo consultar el catalogo. Estado: "
                   ProdFileStatus
               MOVE 'E' TO ProdFound
           END-IF
           EVALUATE TRUE
               WHEN ProdFound = 'N'
                   DISPLAY "El producto no existe en el catalogo."
               WHEN ProdFound = 'E'
                   MOVE 'N' TO ProdFound
               WHEN ProdIsInactive
                   DISPLAY "El producto esta dado de baja."
                   MOVE 'N' TO ProdFound
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       AcceptEntryQty.
           MOVE ProdPrice TO ShownPrice
           DISPLAY "   " ProdDesc " Precio: " ShownPrice
           DISPLAY "Cantidad: " WITH NO ADVANCING
           ACCEPT EntryQty
           COMPUTE EntryAmount = EntryQty * ProdPrice
           EVALUATE TRUE
               WHEN EntryQty = ZERO
                   DISPLAY "Cantidad invalida; renglon no agregado."
               WHEN EntryAmount > 9999999.99
                   DISPLAY "El importe del renglon rebasa el maximo; "
                       "renglon no agregado."
               WHEN OTHER
                   ADD 1 TO EntryNum
                   MOVE ProdCode TO EntProdCode(EntryNum)
                   MOVE EntryQty TO EntQty(EntryNum)
                   MOVE ProdPrice TO EntPrice(EntryNum)
                   MOVE EntryAmount TO EntTotal(EntryNum)
                   MOVE EntryAmount TO ShownAmount
                   DISPLAY "   Renglon " EntryNum " importe: "
                       ShownAmount
           END-EVALUATE.

      *    El pedido necesita al menos un renglon y su total debe
      *    caber en OrderAmount; si no, EntryOk queda en 'N'.
       SumEntryLines.
           MOVE ZERO TO EntrySum
           PERFORM VARYING EntryIdx FROM 1 BY 1
                   UNTIL EntryIdx > EntryNum
               ADD EntTotal(EntryIdx) TO EntrySum
           END-PERFORM
           MOVE 'Y' TO EntryOk
           IF EntryNum = ZERO
               DISPLAY "El pedido no tiene renglones."
               MOVE 'N' TO EntryOk
           ELSE
               IF EntrySum > 9999999.99
                   DISPLAY "El total del pedido rebasa el maximo."
                   MOVE 'N' TO EntryOk
               ELSE
                   MOVE EntrySum TO OrderAmount
                   MOVE OrderAmount TO ShownAmount
                   DISPLAY "Total del pedido: " ShownAmount
               END-IF
           END-IF.

       DefaultOrderDesc.
           MOVE EntProdCode(1) TO ProdCode
           READ ProductFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE ProdDesc TO OrderDesc
           END-READ.

      *    Renglones del pedido que este en OrderData, de
      *    order_lines.txt a la tabla de captura. Un pedido anterior
      *    al catalogo no tiene renglones y la tabla queda vacia.
       LoadOrderLines.
           MOVE ZERO TO EntryNum
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
                           OR EntryNum NOT < EntryMax
                       MOVE 'Y' TO LinesAtEnd
                   ELSE
                       ADD 1 TO EntryNum
                       MOVE LineProdCode TO EntProdCode(EntryNum)
                       MOVE LineQty TO EntQty(EntryNum)
                       MOVE LineUnitPrice TO EntPrice(EntryNum)
                       MOVE LineTotal TO EntTotal(EntryNum)
                   END-IF
               END-IF
           END-PERFORM.

       ShowEntryLines.
           PERFORM VARYING EntryIdx FROM 1 BY 1
                   UNTIL EntryIdx > EntryNum
               MOVE EntQty(EntryIdx) TO ShownQty
               MOVE EntPrice(EntryIdx) TO ShownPrice
               MOVE EntTotal(EntryIdx) TO ShownAmount
               DISPLAY "   " EntryIdx ": " EntProdCode(EntryIdx)
                   " Cant: " ShownQty " P.U.: " ShownPrice
                   " Importe: " ShownAmount
           END-PERFORM.

      *    Los renglones se graban despues del pedido: primero se
      *    retiran los que tuviera (correccion) y luego se escribe la
      *    tabla completa, numerada desde 001.
       SaveOrderLines.
           PERFORM DropOrderLines
           MOVE 'Y' TO LineWriteOk
           PERFORM VARYING EntryIdx FROM 1 BY 1
                   UNTIL EntryIdx > EntryNum
               MOVE OrderNum TO LineOrderNum
               MOVE EntryIdx TO LineSeq
               MOVE EntProdCode(EntryIdx) TO LineProdCode
               MOVE EntQty(EntryIdx) TO LineQty
               MOVE EntPrice(EntryIdx) TO LineUnitPrice
               MOVE EntTotal(EntryIdx) TO LineTotal
               WRITE LineData
                   INVALID KEY MOVE 'N' TO LineWriteOk
               END-WRITE
               IF LineFileStatus NOT = "00"
                   MOVE 'N' TO LineWriteOk
               END-IF
           END-PERFORM
           IF LineWriteOk = 'N'
               DISPLAY "AVISO: no se pudieron grabar todos los "
                   "renglones del pedido " OrderNum ". Estado: "
                   LineFileStatus
           END-IF.

      *    Borrar mientras se recorre es fragil: se toma el primer
      *    renglon del pedido, se borra y se vuelve a empezar.
       DropOrderLines.
           MOVE 'N' TO LinesAtEnd
           PERFORM UNTIL LinesAtEnd = 'Y'
               MOVE OrderNum TO LineOrderNum
               MOVE ZERO TO LineSeq
               START LineFile KEY IS NOT LESS THAN LineKey
                   INVALID KEY MOVE 'Y' TO LinesAtEnd
               END-START
               IF LinesAtEnd = 'N'
                   READ LineFile NEXT RECORD
                       AT END MOVE 'Y' TO LinesAtEnd
                   END-READ
               END-IF
               IF LinesAtEnd = 'N'
                   IF (LineFileStatus NOT = "00"
                           AND LineFileStatus NOT = "02")
                           OR LineOrderNum NOT = OrderNum
                       MOVE 'Y' TO LinesAtEnd
                   ELSE
                       DELETE LineFile
                           INVALID KEY
                               DISPLAY "No se pudo retirar el "
                                   "renglon " LineSeq
                               MOVE 'Y' TO LinesAtEnd
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM.

      *    Un limite en cero es "sin limite"; con limite, el pedido
      *    se rechaza si el saldo abierto mas el pedido lo rebasa.
       CheckCreditLimit.
           IF CredFound = 'Y' AND CredLimit > ZERO
               COMPUTE NewBalance = OpenBalance + OrderAmount
               IF NewBalance > CredLimit
                   MOVE CredLimit TO ShownLimit
                   MOVE NewBalance TO ShownBalance
                   DISPLAY "El pedido rebasa el limite de credito de "
                       ShownLimit
                   DISPLAY "El saldo abierto quedaria en "
                       ShownBalance
                   PERFORM AskCreditOverride
                   MOVE OverrideOperID TO LimitOverOper
               END-IF
           END-IF.

      *    Una negativa de credito solo la levanta un supervisor: si
      *    el operador firmado no lo es, el supervisor se identifica
      *    aqui con su ID y su clave sin cerrar la sesion del
      *    capturista.
       AskCreditOverride.
           MOVE 'N' TO CreditOk
           MOVE SPACES TO OverrideOperID
           DISPLAY "Autoriza un supervisor la excepcion? (S/N): "
               WITH NO ADVANCING
           ACCEPT Confirm
           IF Confirm = 'S' OR Confirm = 's'
               IF SignedSupervisor
                   MOVE SignedOperID TO OverrideOperID
                   MOVE 'Y' TO CreditOk
               ELSE
                   PERFORM AskSupervisorOverride
               END-IF
           END-IF
           IF CreditOk = 'N'
               DISPLAY "Excepcion de credito no autorizada."
           END-IF.

       AskSupervisorOverride.
           DISPLAY "Supervisor: " WITH NO ADVANCING
           ACCEPT OperID
           DISPLAY "Clave: " WITH NO ADVANCING
           ACCEPT EnteredPassword
           MOVE 'Y' TO OperFound
           READ OperatorFile
               INVALID KEY MOVE 'N' TO OperFound
           END-READ
           IF OperFound = 'Y' AND EnteredPassword = OperPassword
                   AND OperSupervisor
               MOVE OperID TO OverrideOperID
               MOVE 'Y' TO CreditOk
           ELSE
               DISPLAY "Supervisor o clave incorrectos."
           END-IF.

      *    Cada excepcion autorizada deja su propia linea en la
      *    auditoria de pedidos a nombre del supervisor que la dio:
      *    OVRHOLD para la suspension y OVRLIMIT para el limite. En
      *    el monto anterior va el saldo abierto antes del pedido.
       LogCreditOverrides.
           IF HoldOverOper NOT = SPACES
               MOVE 'OVRHOLD' TO OrdAudAction
               MOVE HoldOverOper TO OverrideOperID
               PERFORM WriteOverrideAudit
           END-IF
           IF LimitOverOper NOT = SPACES
               MOVE 'OVRLIMIT' TO OrdAudAction
               MOVE LimitOverOper TO OverrideOperID
               PERFORM WriteOverrideAudit
           END-IF.

       WriteOverrideAudit.
           MOVE OrderNum TO OrdAudOrderNum
           MOVE OrderIDNum TO OrdAudIDNum
           IF OpenBalance > ZERO
               MOVE OpenBalance TO OrdAudOldAmount
           ELSE
               MOVE ZERO TO OrdAudOldAmount
           END-IF
           MOVE OrderAmount TO OrdAudNewAmount
           MOVE SPACE TO OrdAudOldStatus
           MOVE OrderStatus TO OrdAudNewStatus
           MOVE OverrideOperID TO OrdAudOperator
           ACCEPT OrdAudDate FROM DATE YYYYMMDD
           ACCEPT OrdAudTime FROM TIME
           WRITE OrderAudit
           IF OrdAuditStatus NOT = "00"
               DISPLAY "AVISO: no se pudo escribir la auditoria "
                   "de la excepcion del pedido " OrdAudOrderNum
                   ". Estado: " OrdAuditStatus
           END-IF.

      *    Renglon de credito del cliente que este en CustomerData.
      *    CredFound queda en 'Y', en 'N' si no tiene renglon (sin
      *    limite ni suspension) o en 'E' si el renglon no se pudo
      *    leer; en ese caso no se deja pasar el pedido sin revisar.
       ReadCustCredit.
           MOVE 'Y' TO CredFound
           MOVE IDNum TO CredIDNum
           READ CreditFile
               INVALID KEY MOVE 'N' TO CredFound
           END-READ
           IF CreditFileStatus = "51" OR CreditFileStatus = "99"
                   OR CreditFileStatus(1:1) = "3"
                   OR CreditFileStatus(1:1) = "4"
                   OR CreditFileStatus(1:1) = "9"
               DISPLAY "No se pudo consultar el credito del cliente. "
                   "Estado: " CreditFileStatus
               MOVE 'E' TO CredFound
           END-IF.

       ComputeOpenBalance.
           PERFORM CountOrdersForCust
           PERFORM CountPaymentsForCust
           PERFORM CountMemosForCust
           COMPUTE OpenBalance = OrderTotal - PayTotal - MemoTotal.

       LogOrderAdd.
           MOVE ZERO TO OrdAudOldAmount
           MOVE OrderAmount TO OrdAudNewAmount
           MOVE OrderAmount TO ShownAmount
           DISPLAY "Pedido: " OrderNum " Fecha: " OrderDate
               " Monto: " ShownAmount
           DISPLAY "   Estado: " ShownStatus " Desc: " OrderDesc
           PERFORM LoadOrderLines
           PERFORM ShowEntryLines.

       FormatOrderStatus.
           EVALUATE TRUE

       AskOrderAction.
           DISPLAY "1: Corregir  2: Cancelar  3: Embarcado  "
               "4: Facturado  5: Nota de credito  0: Regresa"
           DISPLAY "Accion: " WITH NO ADVANCING
           ACCEPT OrderChoice
           EVALUATE OrderChoice
               WHEN 2 PERFORM CancelOrder
               WHEN 3 PERFORM ShipOrder
               WHEN 4 PERFORM InvoiceOrder
               WHEN 5 PERFORM IssueCreditMemo
               WHEN OTHER CONTINUE
           END-EVALUATE.

      *    Un pedido de un mes cerrado ya salio en los estados de
      *    cuenta y en la foto del cierre; no se corrige.
       CorrectOrder.
           PERFORM CheckOrderPeriod
           EVALUATE TRUE
               WHEN OrderCancelled
                   DISPLAY "Un pedido cancelado no se corrige."
               WHEN PeriodOk = 'N'
                   DISPLAY "El pedido es de un mes ya cerrado; no se "
                       "corrige."
               WHEN OTHER
                   PERFORM CaptureCorrection
           END-EVALUATE.

      *    La correccion es por renglon: se cambia la cantidad de un
      *    renglon (a su precio original), se agrega uno nuevo al
      *    precio vigente del catalogo o se quita uno, y el monto se
      *    vuelve a sumar. Un pedido anterior al catalogo se corrige
      *    capturandole sus renglones.
       CaptureCorrection.
           MOVE OrderAmount TO OldOrderAmount
           MOVE OrderStatus TO OldOrderStatus
           MOVE 'N' TO ValidFieldsOk
           PERFORM AskOrderDate UNTIL ValidFieldsOk = 'Y'
           PERFORM LoadOrderLines
           IF EntryNum = ZERO
               DISPLAY "El pedido no tiene renglones de catalogo; "
                   "capture sus renglones."
           END-IF
           MOVE 'Y' TO StayInLines
           PERFORM MaintainEntryLines UNTIL StayInLines = 'N'
           PERFORM SumEntryLines
           IF EntryOk = 'Y'
               DISPLAY "Descripcion (en blanco la conserva): "
                   WITH NO ADVANCING
               ACCEPT EntryDesc
               IF EntryDesc NOT = SPACES
                   MOVE EntryDesc TO OrderDesc
               END-IF
           END-IF
           PERFORM SumMemosForOrder
           EVALUATE TRUE
               WHEN EntryOk = 'N'
                   DISPLAY "Pedido no actualizado."
               WHEN OrderAmount < OrderMemoTotal
                   MOVE OrderMemoTotal TO ShownAmount
                   DISPLAY "El pedido tiene notas de credito por "
                       ShownAmount "; el monto no puede ser menor."
                   DISPLAY "Pedido no actualizado."
               WHEN OTHER
                   REWRITE OrderData
                       INVALID KEY
                           DISPLAY "Pedido no actualizado."
                       NOT INVALID KEY
                           DISPLAY "Pedido corregido."
                           PERFORM SaveOrderLines
                           PERFORM LogOrderUpdate
                   END-REWRITE
                   PERFORM CheckOrderFile
           END-EVALUATE.

       MaintainEntryLines.
           DISPLAY " "
           DISPLAY "---- Renglones del pedido " OrderNum " ----"
           PERFORM ShowEntryLines
           DISPLAY "1: Agregar renglon  2: Cambiar cantidad  "
               "3: Quitar renglon  0: Terminar"
           DISPLAY "Accion: " WITH NO ADVANCING
           ACCEPT LineChoice
           EVALUATE LineChoice
               WHEN 1
                   PERFORM AddEntryLine
                   MOVE 'Y' TO StayInLines
               WHEN 2 PERFORM ChangeEntryQty
               WHEN 3 PERFORM RemoveEntryLine
               WHEN OTHER MOVE 'N' TO StayInLines
           END-EVALUATE.

       AskEntryIdx.
           DISPLAY "Numero de renglon: " WITH NO ADVANCING
           ACCEPT EntryIdx
           IF EntryIdx = ZERO OR EntryIdx > EntryNum
               DISPLAY "Renglon inexistente."
               MOVE ZERO TO EntryIdx
           END-IF.

      *    La cantidad nueva se cobra al precio con que se capturo
      *    el renglon, no al precio vigente del catalogo.
       ChangeEntryQty.
           PERFORM AskEntryIdx
           IF EntryIdx > ZERO
               DISPLAY "Cantidad nueva: " WITH NO ADVANCING
               ACCEPT EntryQty
               COMPUTE EntryAmount = EntryQty * EntPrice(EntryIdx)
               EVALUATE TRUE
                   WHEN EntryQty = ZERO
                       DISPLAY "Cantidad invalida; use Quitar renglon."
                   WHEN EntryAmount > 9999999.99
                       DISPLAY "El importe del renglon rebasa el "
                           "maximo."
                   WHEN OTHER
                       MOVE EntryQty TO EntQty(EntryIdx)
                       MOVE EntryAmount TO EntTotal(EntryIdx)
               END-EVALUATE
           END-IF.

       RemoveEntryLine.
           PERFORM AskEntryIdx
           IF EntryIdx > ZERO
               PERFORM UNTIL EntryIdx NOT < EntryNum
                   MOVE EntryLine(EntryIdx + 1) TO EntryLine(EntryIdx)
                   ADD 1 TO EntryIdx
               END-PERFORM
               SUBTRACT 1 FROM EntryNum
           END-IF.

       LogOrderUpdate.
           MOVE 'ORDUPDATE' TO OrdAudAction
           PERFORM WriteOrderAudit.

      *    Un pedido con notas de credito ya tiene devoluciones
      *    registradas contra su factura: se sigue acreditando con
      *    notas, no se cancela.
       CancelOrder.
           PERFORM SumMemosForOrder
           IF OrderCancelled
               DISPLAY "El pedido ya esta cancelado."
           ELSE
               IF OrderMemoTotal > ZERO
                   DISPLAY "El pedido tiene notas de credito; acredite "
                       "el resto con otra nota en vez de cancelarlo."
               ELSE
                   PERFORM CheckOrderPeriod
                   IF PeriodOk = 'N'
                       DISPLAY "El pedido es de un mes ya cerrado; no "
                           "se cancela."
                   ELSE
                       PERFORM ConfirmCancelOrder
                   END-IF
               END-IF
           END-IF.

       ConfirmCancelOrder.
           DISPLAY "Confirma cancelacion? (S/N): "
               WITH NO ADVANCING
           ACCEPT Confirm
           IF Confirm = 'S' OR Confirm = 's'
               MOVE OrderAmount TO OldOrderAmount
               MOVE OrderStatus TO OldOrderStatus
               MOVE 'X' TO OrderStatus
               REWRITE OrderData
                   INVALID KEY
                       DISPLAY "Pedido no cancelado."
                   NOT INVALID KEY
                       DISPLAY "Pedido cancelado."
                       PERFORM LogOrderCancel
               END-REWRITE
               PERFORM CheckOrderFile
           ELSE
               DISPLAY "Cancelacion abandonada."
           END-IF.

       LogOrderCancel.
           MOVE OldOrderAmount TO OrdAudOldAmount
           MOVE OrderAmount TO OrdAudNewAmount
           MOVE 'ORDINVOICE' TO OrdAudAction
           PERFORM WriteOrderAudit.

      *    Nota de credito: solo sobre un pedido facturado y nunca
      *    por mas de lo que le queda sin acreditar (monto facturado
      *    menos las notas anteriores). El pedido no se reescribe; la
      *    nota vive en credit_memos.txt y deja su rastro en la
      *    auditoria de pedidos con la accion CREDMEMO.
       IssueCreditMemo.
           IF NOT OrderInvoiced
               DISPLAY "Solo se acredita un pedido facturado."
           ELSE
               PERFORM SumMemosForOrder
               COMPUTE MemoRoom = OrderAmount - OrderMemoTotal
               IF MemoRoom NOT > ZERO
                   DISPLAY "El pedido ya esta acreditado por completo."
               ELSE
                   MOVE MemoRoom TO ShownBalance
                   DISPLAY "Disponible para acreditar: " ShownBalance
                   PERFORM CaptureCreditMemo
               END-IF
           END-IF.

       CaptureCreditMemo.
           PERFORM FindNextMemoNum
           MOVE NextMemoNum TO MemoNum
           MOVE OrderIDNum TO MemoIDNum
           MOVE OrderNum TO MemoOrderNum
           MOVE 'N' TO ValidFieldsOk
           PERFORM AskMemoDate UNTIL ValidFieldsOk = 'Y'
           MOVE ZERO TO MemoReason
           PERFORM AskMemoReason UNTIL MemoValidReason
           DISPLAY "Monto (parte entera): " WITH NO ADVANCING
           ACCEPT AmountPesos
           DISPLAY "Centavos (00-99): " WITH NO ADVANCING
           ACCEPT AmountCentavos
           COMPUTE MemoAmount = AmountPesos + AmountCentavos / 100
           IF MemoAmount = ZERO OR MemoAmount > MemoRoom
               DISPLAY "Monto invalido: debe ser mayor que cero y no "
                   "rebasar lo disponible."
               DISPLAY "Nota de credito no registrada."
           ELSE
               WRITE MemoData
                   INVALID KEY
                       DISPLAY "Numero de nota tomado."
                   NOT INVALID KEY
                       DISPLAY "Nota de credito registrada con "
                           "numero: " MemoNum
                       PERFORM LogMemoAdd
               END-WRITE
               PERFORM CheckMemoFile
           END-IF.

       AskMemoDate.
           DISPLAY "Fecha de la nota (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT MemoDate
           MOVE MemoDate TO ValidDate
           PERFORM ValidateDate
           IF ValidFieldsOk = 'Y' AND MemoDate < OrderDate
               MOVE 'N' TO ValidFieldsOk
               MOVE "La nota no puede ser anterior al pedido."
                   TO ValidErrorMsg
           END-IF
           IF ValidFieldsOk = 'Y'
               PERFORM CheckDateNotClosed
           END-IF
           IF ValidFieldsOk = 'N'
               DISPLAY ValidErrorMsg
           END-IF.

       AskMemoReason.
           DISPLAY "Motivo: 1 Devolucion  2 Mercancia danada  "
               "3 Ajuste de precio"
           DISPLAY "        4 Error de facturacion  9 Otro"
           DISPLAY "Motivo: " WITH NO ADVANCING
           ACCEPT MemoReason
           IF NOT MemoValidReason
               DISPLAY "Motivo invalido."
           END-IF.

      *    Con pedido y cliente de la nota; el monto nuevo es el
      *    acreditado y el estado del pedido no cambia.
       LogMemoAdd.
           MOVE MemoOrderNum TO OrdAudOrderNum
           MOVE MemoIDNum TO OrdAudIDNum
           MOVE ZERO TO OrdAudOldAmount
           MOVE MemoAmount TO OrdAudNewAmount
           MOVE OrderStatus TO OrdAudOldStatus
           MOVE OrderStatus TO OrdAudNewStatus
           MOVE 'CREDMEMO' TO OrdAudAction
           MOVE SignedOperID TO OrdAudOperator
           ACCEPT OrdAudDate FROM DATE YYYYMMDD
           ACCEPT OrdAudTime FROM TIME
           WRITE OrderAudit
           IF OrdAuditStatus NOT = "00"
               DISPLAY "AVISO: no se pudo escribir la auditoria "
                   "de la nota " MemoNum ". Estado: " OrdAuditStatus
           END-IF.

       FindNextMemoNum.
           MOVE ZERO TO NextMemoNum
           MOVE 'N' TO MemosAtEnd
           MOVE ZERO TO MemoNum
           START MemoFile KEY IS NOT LESS THAN MemoNum
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
                   MOVE MemoNum TO NextMemoNum
               END-IF
           END-PERFORM
           ADD 1 TO NextMemoNum.

      *    Total ya acreditado al pedido que este en OrderData, por
      *    la llave alterna MemoOrderNum.
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

      *    Igual que CountPaymentsForCust, por la llave alterna
      *    MemoIDNum del cliente que este en CustomerData.
       CountMemosForCust.
           MOVE ZERO TO MemoCount
           MOVE ZERO TO MemoTotal
           MOVE IDNum TO TargetIDNum
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
                       ADD 1 TO MemoCount
                       ADD MemoAmount TO MemoTotal
                   END-IF
               END-IF
           END-PERFORM.

       CheckMemoFile.
           IF MemoFileStatus = "51" OR MemoFileStatus = "99"
               DISPLAY "Nota de credito en uso por otro usuario; "
                   "intente de nuevo."
           ELSE
               IF MemoFileStatus(1:1) = "3"
                       OR MemoFileStatus(1:1) = "4"
                       OR MemoFileStatus(1:1) = "9"
                   DISPLAY "Error en el archivo de notas de credito. "
                       "Estado: " MemoFileStatus
               END-IF
           END-IF.

      *    Un pago se acepta para un cliente existente (aun inactivo:
      *    un cliente dado de baja puede seguir debiendo); si se
      *    indica un pedido, debe existir, ser del cliente y no estar
               IF NewRevSeq = ZERO
                   DISPLAY "El cliente llego al limite de notas."
               ELSE
                   PERFORM AskNoteText
                   MOVE IDNum TO NoteIDNum
                   MOVE NewRevSeq TO NoteRevSeq
                   MOVE SignedOperID TO NoteOperator
               END-IF
           END-IF.

      *    Una promesa de pago se guarda con el prefijo "PROMESA:";
      *    la corrida de cobranza lo busca para no mandarle carta a
      *    quien ya se comprometio a pagar.
       AskNoteText.
           DISPLAY "Es promesa de pago? (S/N): " WITH NO ADVANCING
           ACCEPT PromiseAnswer
           IF PromiseAnswer = 'S' OR PromiseAnswer = 's'
               DISPLAY "Nota (51 max): " WITH NO ADVANCING
               ACCEPT PromiseText
               MOVE SPACES TO NoteText
               MOVE "PROMESA:" TO NoteText(1:8)
               MOVE PromiseText TO NoteText(10:51)
           ELSE
               DISPLAY "Nota (60 max): " WITH NO ADVANCING
               ACCEPT NoteText
           END-IF.

      *    La secuencia invertida de la nota mas nueva del cliente
      *    es la primera que sale al recorrer la llave; la nota nueva
      *    toma esa secuencia menos uno (o 9999 si es la primera).
               MOVE PayTotal TO ShownAmount
               DISPLAY "Pagos: " PayCount
               DISPLAY "Total pagado: " ShownAmount
               PERFORM CountMemosForCust
               IF MemoCount > ZERO
                   MOVE MemoTotal TO ShownAmount
                   DISPLAY "Notas de credito: " MemoCount
                   DISPLAY "Total acreditado: " ShownAmount
               END-IF
               COMPUTE OpenBalance = OrderTotal - PayTotal - MemoTotal
               MOVE OpenBalance TO ShownBalance
               DISPLAY "Saldo abierto: " ShownBalance
               PERFORM ReadCustCredit
               IF CredFound NOT = 'E'
                   PERFORM ShowCreditStatus
               END-IF
               PERFORM GetLastContact
               IF LastContactDate = ZERO
                   DISPLAY "Ultimo contacto: (sin notas)"
           DISPLAY "----------------------"
           DISPLAY " ".

      *    Limite, suspension y condiciones de pago del cliente,
      *    reservados al supervisor. El renglon guarda la fecha y el
      *    supervisor del ultimo cambio, y el cambio queda ademas en
      *    la auditoria de clientes con la accion CREDIT.
       MaintainCredit.
           CALL 'SYSTEM' USING 'clear'
           MOVE 'Y' TO CustExists
           DISPLAY " "
           DISPLAY "Ingrese el ID del cliente: " WITH NO ADVANCING
           ACCEPT IDNum
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustExists
           END-READ
           PERFORM CheckCustFile
           IF CustExists = 'N'
               IF RecordBusy = 'N'
                   DISPLAY "El cliente no existe."
               END-IF
           ELSE
               PERFORM ReadCustCredit
               IF CredFound NOT = 'E'
                   PERFORM ComputeOpenBalance
                   DISPLAY "Cliente: " FirstName " " LastName
                   MOVE OpenBalance TO ShownBalance
                   DISPLAY "Saldo abierto: " ShownBalance
                   PERFORM ShowCreditStatus
                   PERFORM AcceptCreditFields
                   PERFORM SaveCreditRecord
               END-IF
           END-IF.

       ShowCreditStatus.
           IF CredFound = 'N' OR CredLimit = ZERO
               DISPLAY "Limite de credito: (sin limite)"
           ELSE
               MOVE CredLimit TO ShownLimit
               DISPLAY "Limite de credito: " ShownLimit
           END-IF
           IF CredFound = 'Y' AND CredOnHold
               DISPLAY "Credito: SUSPENDIDO"
           ELSE
               DISPLAY "Credito: vigente"
           END-IF
           IF CredFound = 'N'
               DISPLAY "Condiciones de pago: " DefaultTermDays
                   " dias (sin renglon de credito)"
           ELSE
               IF CredTermsCash
                   DISPLAY "Condiciones de pago: contado"
               ELSE
                   DISPLAY "Condiciones de pago: " CredTerms " dias"
               END-IF
           END-IF.

       AcceptCreditFields.
           DISPLAY "Nuevo limite, parte entera (0 = sin limite): "
               WITH NO ADVANCING
           ACCEPT AmountPesos
           DISPLAY "Centavos (00-99): " WITH NO ADVANCING
           ACCEPT AmountCentavos
           DISPLAY "Suspender el credito? (S/N): " WITH NO ADVANCING
           ACCEPT NewHold
           MOVE IDNum TO CredIDNum
           COMPUTE CredLimit = AmountPesos + AmountCentavos / 100
           IF NewHold = 'S' OR NewHold = 's'
               MOVE 'Y' TO CredHold
           ELSE
               MOVE 'N' TO CredHold
           END-IF
           ACCEPT CredChangeDate FROM DATE YYYYMMDD
           MOVE SignedOperID TO CredOperator
           PERFORM AcceptCreditTerms.

      *    Solo los plazos que maneja cobranza: contado, 15, 30 o 60.
       AcceptCreditTerms.
           MOVE 99 TO CredTerms
           PERFORM UNTIL CredTermsValid
               DISPLAY "Condiciones de pago en dias (0 = contado, "
                   "15, 30, 60): " WITH NO ADVANCING
               ACCEPT NewTerms
               MOVE NewTerms TO CredTerms
               IF NOT CredTermsValid
                   DISPLAY "Condiciones invalidas."
               END-IF
           END-PERFORM.

       SaveCreditRecord.
           IF CredFound = 'Y'
               REWRITE CreditData
                   INVALID KEY DISPLAY "Credito no actualizado."
                   NOT INVALID KEY PERFORM LogAuditCredit
               END-REWRITE
           ELSE
               WRITE CreditData
                   INVALID KEY DISPLAY "Credito no registrado."
                   NOT INVALID KEY PERFORM LogAuditCredit
               END-WRITE
           END-IF
           IF CreditFileStatus NOT = "00"
               DISPLAY "Estado de credit.txt: " CreditFileStatus
           END-IF.

       LogAuditCredit.
           DISPLAY "Credito actualizado."
           MOVE FirstName TO AuditOldFirstName
           MOVE LastName TO AuditOldLastName
           MOVE FirstName TO AuditNewFirstName
           MOVE LastName TO AuditNewLastName
           MOVE 'CREDIT' TO AuditAction
           PERFORM WriteAuditRecord.

       RefuseSupervisorOnly.
           DISPLAY "Opcion reservada al supervisor.".

           COPY "VALIDCLI.cpy".

           COPY "SIGNON.cpy".
           COPY "PERIODO.cpy".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AplicarSuspenso.
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
           SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
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

           SELECT OPTIONAL SuspenseFile
           ASSIGN TO "suspenso_depositos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SuspNum
           FILE STATUS IS SuspFileStatus.

           SELECT OrderAuditFile ASSIGN TO "orders_audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OrdAuditStatus.

           SELECT PeriodFile ASSIGN TO "periodos_cerrados.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PeriodFileStatus.

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

           FD SuspenseFile.
           COPY "SUSPREC.cpy".

           FD OrderAuditFile.
           COPY "ORDAUDIT.cpy".

           FD PeriodFile.
           COPY "CIERREC.cpy".

       WORKING-STORAGE SECTION.
       01 MenuChoice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 CustFileStatus PIC XX VALUE "00".
       01 OrderFileStatus PIC XX VALUE "00".
       01 PayFileStatus PIC XX VALUE "00".
       01 SuspFileStatus PIC XX VALUE "00".
       01 OrdAuditStatus PIC XX VALUE "00".
       01 SuspAtEnd PIC X.
       01 SuspExists PIC X.
       01 PaysAtEnd PIC X.
       01 CustExists PIC X.
       01 OrderExists PIC X.
       01 PendingCount PIC 9(5) VALUE ZERO.
       01 PendingTotal PIC 9(11)V99 VALUE ZERO.
       01 TargetSuspNum PIC 9(6).
       01 TargetIDNum PIC 9(6).
       01 TargetOrderNum PIC 9(6).
       01 NextPayNum PIC 9(6) VALUE ZERO.
       01 PayWritten PIC X.
       01 Confirm PIC X.
       01 TodayDate PIC 9(8).
       01 ShownAmount PIC ZZZ,ZZZ,ZZ9.99.
       01 ShownTotal PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 ReasonText PIC X(40).
           COPY "SIGNONWS.cpy".
           COPY "PERIODWS.cpy".

       PROCEDURE DIVISION.
       MainPara.
           DISPLAY " "
           DISPLAY "---- Depositos en suspenso ----"
           OPEN INPUT OperatorFile
           IF OperFileStatus NOT = "00" AND OperFileStatus NOT = "05"
               DISPLAY "No se pudo abrir operators.txt (estado "
                   OperFileStatus ")."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SignOnOperator
           CLOSE OperatorFile
           IF SignOnOk = 'N'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O SuspenseFile
           IF SuspFileStatus NOT = "00" AND SuspFileStatus NOT = "05"
               DISPLAY "No se pudo abrir suspenso_depositos.txt "
                   "(estado " SuspFileStatus "); en uso por la "
                   "importacion?"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PaymentsFile
           IF PayFileStatus NOT = "00" AND PayFileStatus NOT = "05"
               DISPLAY "No se pudo abrir payments.txt (estado "
                   PayFileStatus "); en uso por otra sesion?"
               CLOSE SuspenseFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CustomerFile
           IF CustFileStatus NOT = "00" AND CustFileStatus NOT = "05"
               DISPLAY "No se pudo abrir customer.txt (estado "
                   CustFileStatus ")."
               CLOSE SuspenseFile
               CLOSE PaymentsFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OrdersFile
           IF OrderFileStatus NOT = "00"
                   AND OrderFileStatus NOT = "05"
               DISPLAY "No se pudo abrir orders.txt (estado "
                   OrderFileStatus ")."
               CLOSE SuspenseFile
               CLOSE PaymentsFile
               CLOSE CustomerFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND OrderAuditFile
           IF OrdAuditStatus NOT = "00"
                   AND OrdAuditStatus NOT = "05"
               DISPLAY "No se pudo abrir orders_audit.txt (estado "
                   OrdAuditStatus "); sin auditoria no se aplican "
                   "pagos."
               CLOSE SuspenseFile
               CLOSE PaymentsFile
               CLOSE CustomerFile
               CLOSE OrdersFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "---- Suspenso ----"
               DISPLAY "1: Listar partidas pendientes."
               DISPLAY "2: Aplicar una partida."
               DISPLAY "0: Salir."
               DISPLAY "------------------"
               DISPLAY "Opcion: " WITH NO ADVANCING
               ACCEPT MenuChoice
               EVALUATE MenuChoice
                   WHEN 1 PERFORM ListPending
                   WHEN 2 PERFORM ApplySuspense
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM
           CLOSE SuspenseFile
           CLOSE PaymentsFile
           CLOSE CustomerFile
           CLOSE OrdersFile
           CLOSE OrderAuditFile
           STOP RUN.

       ListPending.
           DISPLAY " "
           DISPLAY "------ Partidas pendientes -----"
           MOVE ZERO TO PendingCount
           MOVE ZERO TO PendingTotal
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
               IF SuspAtEnd = 'N' AND SuspPending
                   ADD 1 TO PendingCount
                   ADD SuspAmount TO PendingTotal
                   MOVE SuspAmount TO ShownAmount
                   DISPLAY SuspNum " " SuspDepDate " " ShownAmount
                       " " SuspBankRef " Motivo: " SuspReason
               END-IF
           END-PERFORM
           MOVE PendingTotal TO ShownTotal
           DISPLAY "Partidas pendientes: " PendingCount
               "  Importe: " ShownTotal
           DISPLAY "--------------------------------".

      *    El capturista decide a que cliente y pedido pertenece el
      *    deposito (pedido 0 = pago a cuenta). El pago se graba igual
      *    que en la captura en linea, con la fecha e importe del
      *    banco, y la partida queda marcada como aplicada con el
      *    numero de pago que genero.
       ApplySuspense.
           DISPLAY " "
           DISPLAY "Numero de partida: " WITH NO ADVANCING
           ACCEPT TargetSuspNum
           MOVE TargetSuspNum TO SuspNum
           MOVE 'Y' TO SuspExists
           READ SuspenseFile
               INVALID KEY MOVE 'N' TO SuspExists
           END-READ
           PERFORM CheckSuspFile
           IF SuspExists = 'N'
               DISPLAY "La partida no existe."
           ELSE
               IF SuspApplied
                   DISPLAY "La partida ya se aplico con el pago "
                       SuspPayNum " el " SuspApplyDate
                       " por " SuspOperator "."
               ELSE
                   PERFORM ShowSuspense
                   PERFORM AskTargetCustomer
                   IF CustExists = 'Y'
                       PERFORM AskTargetOrder
                   END-IF
                   IF CustExists = 'Y' AND OrderExists = 'Y'
                       PERFORM ConfirmApply
                   END-IF
               END-IF
           END-IF.

       ShowSuspense.
           PERFORM SetReasonText
           MOVE SuspAmount TO ShownAmount
           DISPLAY "Partida:    " SuspNum
           DISPLAY "Fecha:      " SuspDepDate
           DISPLAY "Importe:    " ShownAmount
           DISPLAY "Ref. banco: " SuspBankRef
           DISPLAY "Ref. num.:  " SuspOrderRef
           DISPLAY "Concepto:   " SuspRefText
           DISPLAY "Motivo:     " ReasonText
           IF SuspHintIDNum NOT = ZERO
               DISPLAY "Cliente sugerido: " SuspHintIDNum
           END-IF
           IF SuspHintOrderNum NOT = ZERO
               DISPLAY "Pedido sugerido:  " SuspHintOrderNum
           END-IF.

       SetReasonText.
           EVALUATE TRUE
               WHEN SuspNoMatch
                   MOVE "Sin coincidencia." TO ReasonText
               WHEN SuspAmbiguous
                   MOVE "El importe coincide con varios pedidos."
                       TO ReasonText
               WHEN SuspCustNoOrder
                   MOVE "Cliente identificado, pedido no."
                       TO ReasonText
               WHEN SuspOrderClosed
                   MOVE "Pedido cancelado o ya pagado." TO ReasonText
               WHEN SuspOverOpen
                   MOVE "Importe mayor al saldo del pedido."
                       TO ReasonText
               WHEN SuspPostFailed
                   MOVE "No se pudo grabar el pago." TO ReasonText
               WHEN SuspDupBankRef
                   MOVE "REFERENCIA BANCARIA YA APLICADA." TO ReasonText
               WHEN OTHER
                   MOVE "Motivo no reconocido." TO ReasonText
           END-EVALUATE.

       AskTargetCustomer.
           DISPLAY "ID del cliente (0 = dejar pendiente): "
               WITH NO ADVANCING
           ACCEPT TargetIDNum
           MOVE 'N' TO CustExists
           IF TargetIDNum NOT = ZERO
               MOVE TargetIDNum TO IDNum
               MOVE 'Y' TO CustExists
               READ CustomerFile
                   INVALID KEY MOVE 'N' TO CustExists
               END-READ
               IF CustExists = 'N'
                   DISPLAY "El cliente no existe."
               ELSE
                   DISPLAY "Cliente: " FirstName " " LastName
                   IF CustInactive
                       DISPLAY "Aviso: el cliente esta inactivo."
                   END-IF
               END-IF
           END-IF.

      *    Las mismas reglas de la captura de pagos: el pedido debe
      *    ser del cliente y no estar cancelado.
       AskTargetOrder.
           DISPLAY "Numero de pedido (0 = pago a cuenta): "
               WITH NO ADVANCING
           ACCEPT TargetOrderNum
           MOVE 'Y' TO OrderExists
           IF TargetOrderNum NOT = ZERO
               MOVE TargetOrderNum TO OrderNum
               READ OrdersFile
                   INVALID KEY MOVE 'N' TO OrderExists
               END-READ
               IF OrderExists = 'N'
                   DISPLAY "El pedido no existe."
               ELSE
                   IF OrderIDNum NOT = TargetIDNum
                       DISPLAY "El pedido " TargetOrderNum
                           " no es de este cliente."
                       MOVE 'N' TO OrderExists
                   ELSE
                       IF OrderCancelled
                           DISPLAY "No se abona a un pedido "
                               "cancelado."
                           MOVE 'N' TO OrderExists
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ConfirmApply.
           MOVE SuspAmount TO ShownAmount
           DISPLAY "Aplicar " ShownAmount " al cliente " TargetIDNum
               " pedido " TargetOrderNum "? (S/N): "
               WITH NO ADVANCING
           ACCEPT Confirm
           IF Confirm = 'S' OR Confirm = 's'
               PERFORM LoadClosedPeriod
               IF PeriodLoadFailed = 'Y'
                   DISPLAY "Sin el control de periodos cerrados no se "
                       "puede fechar el pago. La partida sigue "
                       "pendiente."
               ELSE
                   PERFORM PostSuspense
               END-IF
           ELSE
               DISPLAY "La partida sigue pendiente."
           END-IF.

      *    El pago lleva la fecha del deposito, salvo que ese mes ya
      *    se haya cerrado: mientras estuvo en suspenso el dinero no
      *    abono a ninguna cuenta, asi que se aplica con la fecha de
      *    hoy y el mes cerrado no se mueve.
       PostSuspense.
           ACCEPT TodayDate FROM DATE YYYYMMDD
           PERFORM FindNextPayNum
           MOVE NextPayNum TO PayNum
           MOVE TargetIDNum TO PayIDNum
           MOVE TargetOrderNum TO PayOrderNum
           MOVE SuspDepDate TO PeriodCheckDate
           PERFORM CheckClosedPeriod
           IF PeriodOk = 'N'
               MOVE TodayDate TO PayDate
               DISPLAY "El deposito es de un mes ya cerrado; el pago "
                   "se registra con fecha " TodayDate "."
           ELSE
               MOVE SuspDepDate TO PayDate
           END-IF
           MOVE SuspAmount TO PayAmount
           MOVE SuspBankRef TO PayRef
           MOVE 'N' TO PayWritten
           WRITE PaymentData
               INVALID KEY
                   DISPLAY "Numero de pago tomado; intente de nuevo."
               NOT INVALID KEY
                   MOVE 'Y' TO PayWritten
                   DISPLAY "Pago registrado con numero: " PayNum
                   PERFORM LogPayAdd
           END-WRITE
           PERFORM CheckPayFile
           IF PayWritten = 'Y'
               MOVE 'A' TO SuspStatus
               MOVE PayNum TO SuspPayNum
               MOVE TodayDate TO SuspApplyDate
               MOVE SignedOperID TO SuspOperator
               REWRITE SuspData
                   INVALID KEY
                       DISPLAY "AVISO: el pago " PayNum " se grabo "
                           "pero la partida no se pudo marcar."
                   NOT INVALID KEY
                       DISPLAY "Partida " SuspNum " aplicada."
               END-REWRITE
               PERFORM CheckSuspFile
           END-IF.

       LogPayAdd.
           MOVE PayOrderNum TO OrdAudOrderNum
           MOVE PayIDNum TO OrdAudIDNum
           MOVE ZERO TO OrdAudOldAmount
           MOVE PayAmount TO OrdAudNewAmount
           MOVE SPACE TO OrdAudOldStatus
           MOVE SPACE TO OrdAudNewStatus
           MOVE 'PAYADD' TO OrdAudAction
           MOVE SignedOperID TO OrdAudOperator
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

       CheckPayFile.
           IF PayFileStatus = "51" OR PayFileStatus = "99"
               DISPLAY "Pago en uso por otro usuario; intente "
                   "de nuevo."
           ELSE
               IF PayFileStatus(1:1) = "3"
                       OR PayFileStatus(1:1) = "4"
                       OR PayFileStatus(1:1) = "9"
                   DISPLAY "Error en el archivo de pagos. "
                       "Estado: " PayFileStatus
               END-IF
           END-IF.

       CheckSuspFile.
           IF SuspFileStatus = "51" OR SuspFileStatus = "99"
               DISPLAY "Partida en uso por otro usuario; intente "
                   "de nuevo."
               MOVE 'N' TO SuspExists
           ELSE
               IF SuspFileStatus(1:1) = "3"
                       OR SuspFileStatus(1:1) = "4"
                       OR SuspFileStatus(1:1) = "9"
                   DISPLAY "Error en el archivo de suspenso. "
                       "Estado: " SuspFileStatus
                   MOVE 'N' TO SuspExists
               END-IF
           END-IF.

           COPY "SIGNON.cpy".
           COPY "PERIODO.cpy".

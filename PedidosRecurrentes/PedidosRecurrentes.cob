       IDENTIFICATION DIVISION.
       PROGRAM-ID. PedidosRecurrentes.
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

           SELECT OPTIONAL StandingFile ASSIGN TO "recurrentes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StdNum
           ALTERNATE RECORD KEY IS StdIDNum WITH DUPLICATES
           FILE STATUS IS StdFileStatus.

       DATA DIVISION.
       FILE SECTION.
           FD OperatorFile.
           COPY "OPERREC.cpy".

           FD CustomerFile.
           COPY "CUSTREC.cpy".

           FD StandingFile.
           COPY "STDREC.cpy".

       WORKING-STORAGE SECTION.
       01 AdminChoice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 CustFileStatus PIC XX VALUE "00".
       01 StdFileStatus PIC XX VALUE "00".
       01 StdAtEnd PIC X.
       01 StdCount PIC 9(4) VALUE ZERO.
       01 StdExists PIC X.
       01 CustExists PIC X.
       01 Confirm PIC X.
       01 DateOk PIC X.
       01 TodayDate PIC 9(8).
       01 EnteredDate PIC 9(8).
       01 NextStdNum PIC 9(6) VALUE 1.
       01 ListIDNum PIC 9(6).
       01 AmountPesos PIC 9(7).
       01 AmountCentavos PIC 9(2).
       01 ShownAmount PIC ZZZ,ZZZ,ZZ9.99.
       01 ShownFreq PIC X(10).
       01 ShownStatus PIC X(10).
       01 NewDesc PIC X(30).
           COPY "SIGNONWS.cpy".
           COPY "VALIDWS.cpy".

       PROCEDURE DIVISION.
       MainPara.
           DISPLAY " "
           DISPLAY "---- Ordenes recurrentes ----"
           OPEN INPUT OperatorFile
           IF OperFileStatus NOT = "00" AND OperFileStatus NOT = "05"
               DISPLAY "No se pudo abrir operators.txt (estado "
                   OperFileStatus "); de de alta a los operadores "
                   "con AdminOperadores."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SignOnOperator
           CLOSE OperatorFile
           IF SignOnOk = 'N'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CustomerFile
           IF CustFileStatus NOT = "00" AND CustFileStatus NOT = "05"
               DISPLAY "No se pudo abrir customer.txt (estado "
                   CustFileStatus ")."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O StandingFile
           IF StdFileStatus NOT = "00" AND StdFileStatus NOT = "05"
               DISPLAY "No se pudo abrir recurrentes.txt (estado "
                   StdFileStatus "); en uso por la generacion?"
               CLOSE CustomerFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT TodayDate FROM DATE YYYYMMDD
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "---- Ordenes recurrentes ----"
               DISPLAY "1: Alta de orden recurrente."
               DISPLAY "2: Listar ordenes."
               DISPLAY "3: Cambiar importe, descripcion o fechas."
               DISPLAY "4: Suspender o reactivar."
               DISPLAY "5: Terminar una orden."
               DISPLAY "0: Salir."
               DISPLAY "-----------------------------"
               DISPLAY "Opcion: " WITH NO ADVANCING
               ACCEPT AdminChoice
               EVALUATE AdminChoice
                   WHEN 1 PERFORM AddStanding
                   WHEN 2 PERFORM ListStanding
                   WHEN 3 PERFORM ChangeStanding
                   WHEN 4 PERFORM ToggleStanding
                   WHEN 5 PERFORM EndStanding
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM
           CLOSE StandingFile
           CLOSE CustomerFile
           STOP RUN.

      *    Solo un cliente vivo y activo recibe ordenes nuevas; el
      *    numero de orden es el mayor dado de alta mas uno.
       AddStanding.
           DISPLAY " "
           DISPLAY "ID del cliente: " WITH NO ADVANCING
           ACCEPT IDNum
           MOVE 'Y' TO CustExists
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustExists
           END-READ
           EVALUATE TRUE
               WHEN CustExists = 'N'
                   DISPLAY "El cliente no existe."
               WHEN CustInactive
                   DISPLAY "El cliente esta inactivo; no se le dan "
                       "de alta ordenes recurrentes."
               WHEN OTHER
                   DISPLAY "Cliente: " FirstName " " LastName
                   PERFORM FindNextStdNum
                   MOVE NextStdNum TO StdNum
                   MOVE IDNum TO StdIDNum
                   PERFORM AcceptStdAmount
                   DISPLAY "Descripcion: " WITH NO ADVANCING
                   ACCEPT StdDesc
                   PERFORM AcceptStdFreq
                   MOVE ZERO TO StdEndDate
                   PERFORM AcceptNextRun
                   PERFORM AcceptEndDate
                   MOVE 'A' TO StdStatus
                   MOVE ZERO TO StdLastRun
                   MOVE ZERO TO StdLastOrder
                   PERFORM StampStanding
                   WRITE StandingData
                       INVALID KEY
                           DISPLAY "No se pudo dar de alta la orden. "
                               "Estado: " StdFileStatus
                       NOT INVALID KEY
                           DISPLAY "Orden recurrente dada de alta: "
                               StdNum
                   END-WRITE
                   PERFORM CheckStdFile
           END-EVALUATE.

       FindNextStdNum.
           MOVE 1 TO NextStdNum
           MOVE 'N' TO StdAtEnd
           MOVE ZERO TO StdNum
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
               END-IF
               IF StdAtEnd = 'N'
                   ADD 1 TO StdNum GIVING NextStdNum
               END-IF
           END-PERFORM.

       AcceptStdAmount.
           DISPLAY "Importe (parte entera): " WITH NO ADVANCING
           ACCEPT AmountPesos
           DISPLAY "Centavos (00-99): " WITH NO ADVANCING
           ACCEPT AmountCentavos
           COMPUTE StdAmount = AmountPesos + AmountCentavos / 100.

       AcceptStdFreq.
           MOVE SPACE TO StdFreq
           PERFORM UNTIL StdFreqValid
               DISPLAY "Frecuencia (M mensual, T trimestral, "
                   "A anual): " WITH NO ADVANCING
               ACCEPT StdFreq
               INSPECT StdFreq CONVERTING "mta" TO "MTA"
               IF NOT StdFreqValid
                   DISPLAY "Frecuencia invalida."
               END-IF
           END-PERFORM.

      *    La proxima fecha no puede quedar en el pasado (la
      *    generacion cobraria de golpe los periodos atrasados) ni
      *    despues de la terminacion. Su dia del mes es el que se
      *    conserva en los periodos siguientes.
       AcceptNextRun.
           MOVE 'N' TO DateOk
           PERFORM UNTIL DateOk = 'Y'
               DISPLAY "Fecha del proximo pedido (AAAAMMDD): "
                   WITH NO ADVANCING
               ACCEPT EnteredDate
               MOVE EnteredDate TO ValidDate
               PERFORM ValidateDate
               EVALUATE TRUE
                   WHEN ValidFieldsOk = 'N'
                       DISPLAY ValidErrorMsg
                   WHEN EnteredDate < TodayDate
                       DISPLAY "La fecha no puede ser anterior a hoy."
                   WHEN StdEndDate > ZERO
                           AND EnteredDate > StdEndDate
                       DISPLAY "La fecha queda despues de la "
                           "terminacion (" StdEndDate ")."
                   WHEN OTHER
                       MOVE 'Y' TO DateOk
               END-EVALUATE
           END-PERFORM
           MOVE EnteredDate TO StdNextRun
           MOVE EnteredDate(7:2) TO StdRunDay.

       AcceptEndDate.
           MOVE 'N' TO DateOk
           PERFORM UNTIL DateOk = 'Y'
               DISPLAY "Fecha de terminacion (AAAAMMDD, 0 = sin "
                   "fin): " WITH NO ADVANCING
               ACCEPT EnteredDate
               IF EnteredDate = ZERO
                   MOVE 'Y' TO DateOk
               ELSE
                   MOVE EnteredDate TO ValidDate
                   PERFORM ValidateDate
                   EVALUATE TRUE
                       WHEN ValidFieldsOk = 'N'
                           DISPLAY ValidErrorMsg
                       WHEN EnteredDate < StdNextRun
                           DISPLAY "La terminacion no puede ser "
                               "anterior al proximo pedido ("
                               StdNextRun ")."
                       WHEN OTHER
                           MOVE 'Y' TO DateOk
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE EnteredDate TO StdEndDate.

       StampStanding.
           ACCEPT StdChangeDate FROM DATE YYYYMMDD
           MOVE SignedOperID TO StdOperator.

      *    Por cliente (las de un solo cliente salen por la llave
      *    alterna) o todas en orden de numero.
       ListStanding.
           DISPLAY " "
           DISPLAY "ID del cliente (0 = todas): " WITH NO ADVANCING
           ACCEPT ListIDNum
           DISPLAY "------ Ordenes recurrentes -----"
           MOVE ZERO TO StdCount
           MOVE 'N' TO StdAtEnd
           IF ListIDNum = ZERO
               MOVE ZERO TO StdNum
               START StandingFile KEY IS NOT LESS THAN StdNum
                   INVALID KEY MOVE 'Y' TO StdAtEnd
               END-START
           ELSE
               MOVE ListIDNum TO StdIDNum
               START StandingFile KEY IS EQUAL TO StdIDNum
                   INVALID KEY MOVE 'Y' TO StdAtEnd
               END-START
           END-IF
           PERFORM UNTIL StdAtEnd = 'Y'
               READ StandingFile NEXT RECORD
                   AT END MOVE 'Y' TO StdAtEnd
               END-READ
               IF StdAtEnd = 'N' AND StdFileStatus NOT = "00"
                       AND StdFileStatus NOT = "02"
                   DISPLAY "Lectura interrumpida. Estado: "
                       StdFileStatus
                   MOVE 'Y' TO StdAtEnd
               END-IF
               IF StdAtEnd = 'N' AND ListIDNum > ZERO
                       AND StdIDNum NOT = ListIDNum
                   MOVE 'Y' TO StdAtEnd
               END-IF
               IF StdAtEnd = 'N'
                   ADD 1 TO StdCount
                   PERFORM ShowOneStanding
               END-IF
           END-PERFORM
           DISPLAY "Total de ordenes: " StdCount
           DISPLAY "--------------------------------".

       ShowOneStanding.
           MOVE StdAmount TO ShownAmount
           EVALUATE TRUE
               WHEN StdMonthly MOVE "Mensual" TO ShownFreq
               WHEN StdQuarterly MOVE "Trimestral" TO ShownFreq
               WHEN StdAnnual MOVE "Anual" TO ShownFreq
               WHEN OTHER MOVE "?" TO ShownFreq
           END-EVALUATE
           EVALUATE TRUE
               WHEN StdActive MOVE "Activa" TO ShownStatus
               WHEN StdSuspended MOVE "Suspendida" TO ShownStatus
               WHEN StdEnded MOVE "Terminada" TO ShownStatus
               WHEN OTHER MOVE "?" TO ShownStatus
           END-EVALUATE
           DISPLAY StdNum " Cliente " StdIDNum " " ShownAmount " "
               ShownFreq " " ShownStatus
           DISPLAY "       " StdDesc
           DISPLAY "       Proximo: " StdNextRun " Fin: " StdEndDate
               " Ultimo pedido: " StdLastOrder.

       ReadOneStanding.
           DISPLAY " "
           DISPLAY "Numero de orden recurrente: " WITH NO ADVANCING
           ACCEPT StdNum
           MOVE 'Y' TO StdExists
           READ StandingFile
               INVALID KEY MOVE 'N' TO StdExists
           END-READ
           PERFORM CheckStdFile
           IF StdExists = 'N'
               DISPLAY "La orden no existe."
           ELSE
               PERFORM ShowOneStanding
           END-IF.

      *    Un cambio vale desde el proximo pedido; los ya generados
      *    se corrigen en el pedido mismo.
       ChangeStanding.
           PERFORM ReadOneStanding
           IF StdExists = 'Y' AND StdEnded
               DISPLAY "La orden ya termino; de de alta una nueva."
               MOVE 'N' TO StdExists
           END-IF
           IF StdExists = 'Y'
               DISPLAY "Descripcion nueva (en blanco la conserva): "
                   WITH NO ADVANCING
               ACCEPT NewDesc
               IF NewDesc NOT = SPACES
                   MOVE NewDesc TO StdDesc
               END-IF
               DISPLAY "Cambiar el importe? (S/N): " WITH NO ADVANCING
               ACCEPT Confirm
               IF Confirm = 'S' OR Confirm = 's'
                   PERFORM AcceptStdAmount
               END-IF
               DISPLAY "Cambiar la frecuencia? (S/N): "
                   WITH NO ADVANCING
               ACCEPT Confirm
               IF Confirm = 'S' OR Confirm = 's'
                   PERFORM AcceptStdFreq
               END-IF
               DISPLAY "Cambiar la fecha del proximo pedido? (S/N): "
                   WITH NO ADVANCING
               ACCEPT Confirm
               IF Confirm = 'S' OR Confirm = 's'
                   MOVE ZERO TO StdEndDate
                   PERFORM AcceptNextRun
                   PERFORM AcceptEndDate
               ELSE
                   DISPLAY "Cambiar la terminacion? (S/N): "
                       WITH NO ADVANCING
                   ACCEPT Confirm
                   IF Confirm = 'S' OR Confirm = 's'
                       PERFORM AcceptEndDate
                   END-IF
               END-IF
               PERFORM StampStanding
               REWRITE StandingData
                   INVALID KEY
                       DISPLAY "No se pudo cambiar la orden."
                   NOT INVALID KEY
                       DISPLAY "Orden cambiada."
               END-REWRITE
               PERFORM CheckStdFile
           END-IF.

      *    Mientras esta suspendida la generacion no le cobra nada y
      *    los periodos que pasen no se recuperan: al reactivarla se
      *    pide la fecha del siguiente pedido.
       ToggleStanding.
           PERFORM ReadOneStanding
           IF StdExists = 'Y' AND StdEnded
               DISPLAY "La orden ya termino; de de alta una nueva."
               MOVE 'N' TO StdExists
           END-IF
           IF StdExists = 'Y'
               IF StdActive
                   DISPLAY "Suspender la orden? (S/N): "
                       WITH NO ADVANCING
               ELSE
                   DISPLAY "Reactivar la orden? (S/N): "
                       WITH NO ADVANCING
               END-IF
               ACCEPT Confirm
               IF Confirm = 'S' OR Confirm = 's'
                   IF StdActive
                       MOVE 'S' TO StdStatus
                   ELSE
                       PERFORM AcceptNextRun
                       MOVE 'A' TO StdStatus
                   END-IF
                   PERFORM StampStanding
                   REWRITE StandingData
                       INVALID KEY
                           DISPLAY "No se pudo cambiar la orden."
                       NOT INVALID KEY
                           DISPLAY "Orden actualizada."
                   END-REWRITE
                   PERFORM CheckStdFile
               ELSE
                   DISPLAY "Cambio abandonado."
               END-IF
           END-IF.

      *    Una orden no se borra: sus pedidos generados la siguen
      *    nombrando en el reporte de la generacion. Terminada ya no
      *    genera y no puede reactivarse.
       EndStanding.
           PERFORM ReadOneStanding
           IF StdExists = 'Y' AND StdEnded
               DISPLAY "La orden ya estaba terminada."
               MOVE 'N' TO StdExists
           END-IF
           IF StdExists = 'Y'
               DISPLAY "Terminar la orden? (S/N): " WITH NO ADVANCING
               ACCEPT Confirm
               IF Confirm = 'S' OR Confirm = 's'
                   MOVE 'T' TO StdStatus
                   PERFORM StampStanding
                   REWRITE StandingData
                       INVALID KEY
                           DISPLAY "No se pudo terminar la orden."
                       NOT INVALID KEY
                           DISPLAY "Orden terminada."
                   END-REWRITE
                   PERFORM CheckStdFile
               ELSE
                   DISPLAY "Cambio abandonado."
               END-IF
           END-IF.

      *    Estados 51 y 99: el registro lo tiene otra sesion; 3x/4x/9x
      *    son errores de archivo. Las condiciones de llave (2x) ya
      *    las atiende cada INVALID KEY.
       CheckStdFile.
           IF StdFileStatus = "51" OR StdFileStatus = "99"
               DISPLAY "Orden en uso por otro usuario; intente "
                   "de nuevo."
               MOVE 'N' TO StdExists
           ELSE
               IF StdFileStatus(1:1) = "3"
                       OR StdFileStatus(1:1) = "4"
                       OR StdFileStatus(1:1) = "9"
                   DISPLAY "Error en el archivo de ordenes "
                       "recurrentes. Estado: " StdFileStatus
                   MOVE 'N' TO StdExists
               END-IF
           END-IF.

           COPY "SIGNON.cpy".
           COPY "VALIDCLI.cpy".

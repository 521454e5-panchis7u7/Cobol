       IDENTIFICATION DIVISION.
       PROGRAM-ID. PolizaContable.
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
           SELECT OrderAuditFile ASSIGN TO "orders_audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OrdAuditStatus.

      *    Catalogo de cuentas que mantiene contabilidad: un renglon
      *    por concepto (CXC, VENTAS, BANCOS, DEVOLUC) con la cuenta
      *    del mayor que le toca. Los renglones en blanco o que
      *    empiezan con '*' se ignoran.
           SELECT AccountMapFile ASSIGN TO "cuentas_contables.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MapStatus.

           SELECT JournalFile ASSIGN TO "poliza_diaria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JournalStatus.

           SELECT CheckpointFile ASSIGN TO "poliza_checkpoint.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CheckpointStatus.

       DATA DIVISION.
       FILE SECTION.
           FD OrderAuditFile.
           COPY "ORDAUDIT.cpy".

           FD AccountMapFile.
           01 AccountMapRecord.
               02 MapConcept PIC X(10).
               02 MapAccount PIC X(12).
               02 MapDesc PIC X(30).

      *    Poliza del dia para el mayor: un encabezado con el numero
      *    de poliza y la primera linea de auditoria que cubre, un
      *    detalle por cargo o abono y un remate con los totales, el
      *    conteo y la ultima linea cubierta para que contabilidad
      *    compruebe que la recibio completa y cuadrada.
           FD JournalFile.
           01 JournalHeader.
               02 HdrType PIC X.
               02 HdrJournalNum PIC 9(6).
               02 HdrRunDate PIC 9(8).
               02 HdrFirstLine PIC 9(6).
           01 JournalDetail.
               02 DetType PIC X.
               02 DetJournalNum PIC 9(6).
               02 DetSeq PIC 9(6).
               02 DetAudDate PIC 9(8).
               02 DetConcept PIC X(10).
               02 DetAccount PIC X(12).
               02 DetSide PIC X.
               02 DetAmount PIC 9(7)V99.
               02 DetOrderNum PIC 9(6).
               02 DetIDNum PIC 9(6).
               02 DetAction PIC X(10).
               02 DetOperator PIC X(8).
           01 JournalTrailer.
               02 TrlType PIC X.
               02 TrlJournalNum PIC 9(6).
               02 TrlDebitTotal PIC 9(11)V99.
               02 TrlCreditTotal PIC 9(11)V99.
               02 TrlDetailCount PIC 9(6).
               02 TrlLastLine PIC 9(6).

      *    Lineas de auditoria ya contabilizadas y ultima poliza
      *    emitida; una corrida repetida arranca despues de ellas.
           FD CheckpointFile.
           01 CheckpointRecord.
               02 CheckpointCount PIC 9(6).
               02 CheckpointJournal PIC 9(6).

       WORKING-STORAGE SECTION.
       01 OrdAuditStatus PIC XX VALUE "00".
       01 MapStatus PIC XX VALUE "00".
       01 JournalStatus PIC XX VALUE "00".
       01 CheckpointStatus PIC XX VALUE "00".
       01 AuditAtEnd PIC X.
       01 MapAtEnd PIC X.
       01 RunDate PIC 9(8).
       01 SkipLines PIC 9(6) VALUE ZERO.
       01 LinesRead PIC 9(6) VALUE ZERO.
       01 NewEntries PIC 9(6) VALUE ZERO.
       01 LastJournal PIC 9(6) VALUE ZERO.
       01 JournalNum PIC 9(6) VALUE ZERO.
       01 DetailCount PIC 9(6) VALUE ZERO.
       01 PostedLines PIC 9(6) VALUE ZERO.
       01 SkippedLines PIC 9(6) VALUE ZERO.
       01 WriteFailures PIC 9(6) VALUE ZERO.
       01 DebitTotal PIC 9(11)V99 VALUE ZERO.
       01 CreditTotal PIC 9(11)V99 VALUE ZERO.
       01 ShownTotal PIC Z(10)9.99.
      *    Tabla de cuentas cargada del catalogo (maximo 20
      *    conceptos).
       01 MapMax PIC 9(2) VALUE 20.
       01 MapCount PIC 9(2) VALUE ZERO.
       01 MapIdx PIC 9(2).
       01 MapTable.
           02 MapEntry OCCURS 20 TIMES.
               03 TblConcept PIC X(10).
               03 TblAccount PIC X(12).
       01 MapMissing PIC X VALUE 'N'.
       01 LookConcept PIC X(10).
       01 LookAccount PIC X(12).
      *    Cuentas de los conceptos que usa la poliza.
       01 AcctReceivable PIC X(12).
       01 AcctSales PIC X(12).
       01 AcctCash PIC X(12).
       01 AcctReturns PIC X(12).
      *    Asiento de la linea de auditoria en curso: cargo y abono
      *    por el mismo importe, asi la poliza cuadra por
      *    construccion y el remate lo comprueba.
       01 EntryAmount PIC 9(7)V99 VALUE ZERO.
       01 DebitConcept PIC X(10).
       01 DebitAccount PIC X(12).
       01 CreditConcept PIC X(10).
       01 CreditAccount PIC X(12).

       PROCEDURE DIVISION.
       MainPara.
           DISPLAY "---- Poliza diaria de cuentas por cobrar ----"
           ACCEPT RunDate FROM DATE YYYYMMDD
           PERFORM LoadAccountMap
           IF MapMissing = 'Y'
               DISPLAY "Catalogo de cuentas incompleto. Poliza "
                   "cancelada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ReadCheckpoint
           OPEN INPUT OrderAuditFile
           IF OrdAuditStatus NOT = "00"
               DISPLAY "No se pudo abrir orders_audit.txt (estado "
                   OrdAuditStatus "). Poliza cancelada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SkipProcessedLines
           OPEN OUTPUT JournalFile
           IF JournalStatus NOT = "00"
               DISPLAY "No se pudo abrir poliza_diaria.txt "
                   "(estado " JournalStatus "). Poliza cancelada."
               CLOSE OrderAuditFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO LastJournal GIVING JournalNum
           PERFORM WriteHeader
           PERFORM PostNewEntries
           PERFORM WriteTrailer
           CLOSE OrderAuditFile
           CLOSE JournalFile
           IF DebitTotal NOT = CreditTotal OR WriteFailures > ZERO
               PERFORM AbortJournal
           END-IF
           PERFORM SaveCheckpoint
           DISPLAY "Poliza numero: " JournalNum
           DISPLAY "Lineas de auditoria nuevas: " NewEntries
           DISPLAY "Lineas contabilizadas: " PostedLines
           DISPLAY "Lineas sin efecto contable: " SkippedLines
           DISPLAY "Movimientos en la poliza: " DetailCount
           MOVE DebitTotal TO ShownTotal
           DISPLAY "Total cargos:  " ShownTotal
           MOVE CreditTotal TO ShownTotal
           DISPLAY "Total abonos:  " ShownTotal
           DISPLAY "Poliza del " RunDate " terminada."
           STOP RUN.

      *    Sin las cuatro cuentas no hay poliza: es preferible
      *    detener la ventana a mandarle al mayor un asiento sin
      *    cuenta.
       LoadAccountMap.
           MOVE ZERO TO MapCount
           MOVE 'N' TO MapAtEnd
           OPEN INPUT AccountMapFile
           IF MapStatus NOT = "00"
               DISPLAY "No se pudo abrir cuentas_contables.txt "
                   "(estado " MapStatus ")."
               MOVE 'Y' TO MapMissing
               MOVE 'Y' TO MapAtEnd
           END-IF
           PERFORM UNTIL MapAtEnd = 'Y'
               READ AccountMapFile
                   AT END MOVE 'Y' TO MapAtEnd
               END-READ
               IF MapAtEnd = 'N' AND MapStatus NOT = "00"
                   DISPLAY "Lectura del catalogo interrumpida. "
                       "Estado: " MapStatus
                   MOVE 'Y' TO MapMissing
                   MOVE 'Y' TO MapAtEnd
               END-IF
               IF MapAtEnd = 'N' AND MapConcept NOT = SPACES
                       AND MapConcept(1:1) NOT = '*'
                   PERFORM StoreOneMapEntry
               END-IF
           END-PERFORM
           IF MapStatus NOT = "35"
               CLOSE AccountMapFile
           END-IF
           MOVE "CXC" TO LookConcept
           PERFORM FindAccount
           MOVE LookAccount TO AcctReceivable
           MOVE "VENTAS" TO LookConcept
           PERFORM FindAccount
           MOVE LookAccount TO AcctSales
           MOVE "BANCOS" TO LookConcept
           PERFORM FindAccount
           MOVE LookAccount TO AcctCash
           MOVE "DEVOLUC" TO LookConcept
           PERFORM FindAccount
           MOVE LookAccount TO AcctReturns.

       StoreOneMapEntry.
           IF MapCount < MapMax
               ADD 1 TO MapCount
               MOVE MapConcept TO TblConcept(MapCount)
               MOVE MapAccount TO TblAccount(MapCount)
           ELSE
               DISPLAY "AVISO: catalogo con mas de " MapMax
                   " conceptos; se ignora " MapConcept
           END-IF.

       FindAccount.
           MOVE SPACES TO LookAccount
           PERFORM VARYING MapIdx FROM 1 BY 1
                   UNTIL MapIdx > MapCount
               IF TblConcept(MapIdx) = LookConcept
                   MOVE TblAccount(MapIdx) TO LookAccount
               END-IF
           END-PERFORM
           IF LookAccount = SPACES
               DISPLAY "Falta la cuenta del concepto " LookConcept
                   " en cuentas_contables.txt."
               MOVE 'Y' TO MapMissing
           END-IF.

       ReadCheckpoint.
           MOVE ZERO TO SkipLines
           MOVE ZERO TO LastJournal
           OPEN INPUT CheckpointFile
           IF CheckpointStatus = "00"
               READ CheckpointFile
                   AT END MOVE ZERO TO SkipLines
                   NOT AT END
                       MOVE CheckpointCount TO SkipLines
                       MOVE CheckpointJournal TO LastJournal
               END-READ
               CLOSE CheckpointFile
           END-IF.

       SkipProcessedLines.
           MOVE ZERO TO LinesRead
           MOVE 'N' TO AuditAtEnd
           PERFORM UNTIL LinesRead NOT LESS THAN SkipLines
                   OR AuditAtEnd = 'Y'
               READ OrderAuditFile
                   AT END MOVE 'Y' TO AuditAtEnd
               END-READ
               IF AuditAtEnd = 'N' AND OrdAuditStatus NOT = "00"
                   DISPLAY "Lectura de la auditoria interrumpida. "
                       "Estado: " OrdAuditStatus
                   MOVE 'Y' TO AuditAtEnd
               END-IF
               IF AuditAtEnd = 'N'
                   ADD 1 TO LinesRead
               END-IF
           END-PERFORM.

       PostNewEntries.
           PERFORM UNTIL AuditAtEnd = 'Y'
               READ OrderAuditFile
                   AT END MOVE 'Y' TO AuditAtEnd
               END-READ
               IF AuditAtEnd = 'N' AND OrdAuditStatus NOT = "00"
                   DISPLAY "Lectura de la auditoria interrumpida. "
                       "Estado: " OrdAuditStatus
                   MOVE 'Y' TO AuditAtEnd
                   ADD 1 TO WriteFailures
               END-IF
               IF AuditAtEnd = 'N'
                   ADD 1 TO LinesRead
                   ADD 1 TO NewEntries
                   PERFORM PostOneEntry
               END-IF
           END-PERFORM.

      *    Reglas del asiento por accion de la auditoria:
      *      ORDINVOICE   cargo CXC, abono VENTAS (refacturar un
      *                   pedido ya facturado no vuelve a contar).
      *      ORDCANCEL /  si el pedido estaba facturado, reversa:
      *      ORDSHIP      cargo VENTAS, abono CXC.
      *      ORDUPDATE    si el pedido esta facturado, la diferencia
      *                   entre el monto anterior y el nuevo.
      *      PAYADD       cargo BANCOS, abono CXC.
      *      PAYUNDO      reversa del pago: cargo CXC, abono BANCOS.
      *      CREDMEMO     cargo DEVOLUC, abono CXC.
      *    Las demas acciones no mueven saldos del mayor.
       PostOneEntry.
           MOVE ZERO TO EntryAmount
           EVALUATE OrdAudAction
               WHEN 'ORDINVOICE'
                   IF OrdAudOldStatus NOT = 'F'
                       MOVE OrdAudNewAmount TO EntryAmount
                       PERFORM SetSaleEntry
                   END-IF
               WHEN 'ORDCANCEL'
               WHEN 'ORDSHIP'
                   IF OrdAudOldStatus = 'F'
                       MOVE OrdAudOldAmount TO EntryAmount
                       PERFORM SetSaleReversal
                   END-IF
               WHEN 'ORDUPDATE'
                   IF OrdAudOldStatus = 'F'
                       IF OrdAudNewAmount > OrdAudOldAmount
                           SUBTRACT OrdAudOldAmount FROM
                               OrdAudNewAmount GIVING EntryAmount
                           PERFORM SetSaleEntry
                       ELSE
                           SUBTRACT OrdAudNewAmount FROM
                               OrdAudOldAmount GIVING EntryAmount
                           PERFORM SetSaleReversal
                       END-IF
                   END-IF
               WHEN 'PAYADD'
                   MOVE OrdAudNewAmount TO EntryAmount
                   MOVE "BANCOS" TO DebitConcept
                   MOVE AcctCash TO DebitAccount
                   MOVE "CXC" TO CreditConcept
                   MOVE AcctReceivable TO CreditAccount
               WHEN 'PAYUNDO'
                   MOVE OrdAudOldAmount TO EntryAmount
                   MOVE "CXC" TO DebitConcept
                   MOVE AcctReceivable TO DebitAccount
                   MOVE "BANCOS" TO CreditConcept
                   MOVE AcctCash TO CreditAccount
               WHEN 'CREDMEMO'
                   MOVE OrdAudNewAmount TO EntryAmount
                   MOVE "DEVOLUC" TO DebitConcept
                   MOVE AcctReturns TO DebitAccount
                   MOVE "CXC" TO CreditConcept
                   MOVE AcctReceivable TO CreditAccount
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF EntryAmount > ZERO
               ADD 1 TO PostedLines
               PERFORM WriteEntryPair
           ELSE
               ADD 1 TO SkippedLines
           END-IF.

       SetSaleEntry.
           MOVE "CXC" TO DebitConcept
           MOVE AcctReceivable TO DebitAccount
           MOVE "VENTAS" TO CreditConcept
           MOVE AcctSales TO CreditAccount.

       SetSaleReversal.
           MOVE "VENTAS" TO DebitConcept
           MOVE AcctSales TO DebitAccount
           MOVE "CXC" TO CreditConcept
           MOVE AcctReceivable TO CreditAccount.

       WriteEntryPair.
           MOVE 'D' TO DetType
           MOVE JournalNum TO DetJournalNum
           MOVE OrdAudDate TO DetAudDate
           MOVE EntryAmount TO DetAmount
           MOVE OrdAudOrderNum TO DetOrderNum
           MOVE OrdAudIDNum TO DetIDNum
           MOVE OrdAudAction TO DetAction
           MOVE OrdAudOperator TO DetOperator
           MOVE DebitConcept TO DetConcept
           MOVE DebitAccount TO DetAccount
           MOVE 'D' TO DetSide
           PERFORM WriteOneDetail
           IF JournalStatus = "00"
               ADD EntryAmount TO DebitTotal
           END-IF
           MOVE CreditConcept TO DetConcept
           MOVE CreditAccount TO DetAccount
           MOVE 'C' TO DetSide
           PERFORM WriteOneDetail
           IF JournalStatus = "00"
               ADD EntryAmount TO CreditTotal
           END-IF.

       WriteOneDetail.
           ADD 1 TO DetailCount
           MOVE DetailCount TO DetSeq
           WRITE JournalDetail
           IF JournalStatus NOT = "00"
               DISPLAY "AVISO: fallo la escritura del movimiento "
                   DetSeq ". Estado: " JournalStatus
               ADD 1 TO WriteFailures
           END-IF.

       WriteHeader.
           MOVE 'H' TO HdrType
           MOVE JournalNum TO HdrJournalNum
           MOVE RunDate TO HdrRunDate
           ADD 1 TO SkipLines GIVING HdrFirstLine
           WRITE JournalHeader
           IF JournalStatus NOT = "00"
               DISPLAY "AVISO: fallo la escritura del encabezado. "
                   "Estado: " JournalStatus
               ADD 1 TO WriteFailures
           END-IF.

       WriteTrailer.
           MOVE 'T' TO TrlType
           MOVE JournalNum TO TrlJournalNum
           MOVE DebitTotal TO TrlDebitTotal
           MOVE CreditTotal TO TrlCreditTotal
           MOVE DetailCount TO TrlDetailCount
           MOVE LinesRead TO TrlLastLine
           WRITE JournalTrailer
           IF JournalStatus NOT = "00"
               DISPLAY "AVISO: fallo la escritura del remate. "
                   "Estado: " JournalStatus
               ADD 1 TO WriteFailures
           END-IF.

      *    Una poliza descuadrada o incompleta no sale: se vacia el
      *    archivo para que contabilidad no la tome, y el punto de
      *    avance queda donde estaba para que la corrida corregida
      *    vuelva a tomar las mismas lineas con el mismo numero de
      *    poliza.
       AbortJournal.
           MOVE DebitTotal TO ShownTotal
           DISPLAY "Total cargos:  " ShownTotal
           MOVE CreditTotal TO ShownTotal
           DISPLAY "Total abonos:  " ShownTotal
           IF WriteFailures > ZERO
               DISPLAY "Fallas de lectura o escritura: " WriteFailures
           END-IF
           OPEN OUTPUT JournalFile
           CLOSE JournalFile
           DISPLAY "La poliza " JournalNum " no cuadra. Poliza "
               "cancelada; el punto de avance no se movio."
           MOVE 1 TO RETURN-CODE
           STOP RUN.

      *    El punto de avance se guarda hasta que la poliza quedo
      *    completa y cuadrada; una corrida interrumpida se repite
      *    entera sin contabilizar dos veces la misma linea.
       SaveCheckpoint.
           MOVE LinesRead TO CheckpointCount
           MOVE JournalNum TO CheckpointJournal
           OPEN OUTPUT CheckpointFile
           WRITE CheckpointRecord
           CLOSE CheckpointFile
           IF CheckpointStatus NOT = "00"
               DISPLAY "AVISO: no se pudo guardar el punto de "
                   "avance. Estado: " CheckpointStatus
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteOperadores.
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

           SELECT CustomerAudit ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditStatus.

           SELECT OrderAuditFile ASSIGN TO "orders_audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OrdAuditStatus.

           SELECT OPTIONAL NotesFile ASSIGN TO "notes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NoteKey
           FILE STATUS IS NoteFileStatus.

           SELECT ReportFile ASSIGN TO "actividad_operadores.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportStatus.

      *    Pagos del periodo capturados por el mismo operador que
      *    capturo el pedido; los deja la primera pasada y los toma
      *    la segunda.
           SELECT SelfPayFile ASSIGN TO "operadores_pagos.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SelfPayStatus.

           SELECT CreatorSort ASSIGN TO "operadores_pedidos.tmp".

           SELECT ReportSort ASSIGN TO "operadores_sort.tmp".

       DATA DIVISION.
       FILE SECTION.
           FD OperatorFile.
           COPY "OPERREC.cpy".

           FD CustomerAudit.
           COPY "AUDITREC.cpy".

           FD OrderAuditFile.
           COPY "ORDAUDIT.cpy".

           FD NotesFile.
           COPY "NOTAREC.cpy".

           FD ReportFile.
           01 ReportLine PIC X(80).

           FD SelfPayFile.
           01 SelfPayRec.
               02 SpOperator PIC X(8).
               02 SpDate PIC 9(8).
               02 SpTime PIC 9(8).
               02 SpIDNum PIC 9(6).
               02 SpOrderNum PIC 9(6).
               02 SpAmount PIC 9(7)V99.

      *    Primera pasada: el alta de cada pedido (de cualquier fecha)
      *    seguida de los pagos del periodo aplicados a ese pedido.
           SD CreatorSort.
           01 CreatorRec.
               02 CrsOrderNum PIC 9(6).
      *        'A' alta del pedido, 'P' pago; el alta sale primero.
               02 CrsKind PIC X.
               02 CrsDate PIC 9(8).
               02 CrsTime PIC 9(8).
               02 CrsOperator PIC X(8).
               02 CrsIDNum PIC 9(6).
               02 CrsAmount PIC 9(7)V99.

      *    Segunda pasada: por operador, primero su renglon de
      *    resumen ('0') y despues sus excepciones ('1') en orden de
      *    fecha y hora.
           SD ReportSort.
           01 SortRec.
               02 SortOperID PIC X(8).
               02 SortKind PIC X.
               02 SortDate PIC 9(8).
               02 SortTime PIC 9(8).
               02 SortAction PIC X(10).
               02 SortIDNum PIC 9(6).
               02 SortOrderNum PIC 9(6).
               02 SortAmount PIC 9(7)V99.
               02 SortReason PIC X(24).
               02 SortTblIdx PIC 9(3).

       WORKING-STORAGE SECTION.
       01 AuditStatus PIC XX VALUE "00".
       01 OrdAuditStatus PIC XX VALUE "00".
       01 NoteFileStatus PIC XX VALUE "00".
       01 ReportStatus PIC XX VALUE "00".
       01 SelfPayStatus PIC XX VALUE "00".
       01 AuditAtEnd PIC X.
       01 NotesAtEnd PIC X.
       01 SortAtEnd PIC X.
       01 SelfPayAtEnd PIC X.
       01 RunDate PIC 9(8).
       01 ReportType PIC 9.
       01 RangeOk PIC X.
       01 FromDate PIC 9(8) VALUE ZERO.
       01 ToDate PIC 9(8) VALUE ZERO.
       01 CheckDate.
           02 CheckYear PIC 9(4).
           02 CheckMonth PIC 9(2).
           02 CheckDay PIC 9(2).
      *    Umbrales de las excepciones. Una correccion grande es un
      *    cambio de monto de este importe o mas, en cualquier
      *    sentido. El horario es de 08:00 a 19:00 (HHMMSScc); los
      *    procesos por lotes corren de noche y no cuentan.
       01 LargeCorrection PIC 9(7)V99 VALUE 10000.00.
       01 BusinessStart PIC 9(8) VALUE 08000000.
       01 BusinessEnd PIC 9(8) VALUE 19000000.
       01 CorrDiff PIC 9(7)V99 VALUE ZERO.
      *    Identidades fijas de los procesos por lotes: no estan en
      *    operators.txt y no son operadores desconocidos.
       01 BatchMax PIC 9(2) VALUE 6.
       01 BatchIdx PIC 9(2).
       01 BatchIDValues.
           02 FILLER PIC X(24) VALUE "CARGAPEDCARGACLIARCHIVAR".
           02 FILLER PIC X(24) VALUE "IMPDEPOSCOBRANZARECURREN".
       01 BatchIDList REDEFINES BatchIDValues.
           02 BatchID PIC X(8) OCCURS 6 TIMES.
      *    Pedido en curso de la primera pasada y quien lo capturo.
       01 CreatorOrderNum PIC 9(6) VALUE ZERO.
       01 CreatorOperID PIC X(8) VALUE SPACES.
      *    Tabla de operadores con actividad en el periodo (maximo
      *    200). El renglon 201 acumula el total general.
       01 OperMax PIC 9(3) VALUE 200.
       01 TotIdx PIC 9(3) VALUE 201.
       01 OperCount PIC 9(3) VALUE ZERO.
       01 OperIdx PIC 9(3) VALUE ZERO.
       01 LookOperID PIC X(8).
       01 OperTable.
           02 OperEntry OCCURS 201 TIMES.
               03 TblOperID PIC X(8).
               03 TblOperName PIC X(30).
               03 TblOperKind PIC X.
                   88 TblKnown VALUE 'S'.
                   88 TblBatch VALUE 'L'.
                   88 TblUnknown VALUE 'N'.
               03 TblCustAdd PIC 9(5).
               03 TblCustUpd PIC 9(5).
               03 TblCustDel PIC 9(5).
               03 TblCustRest PIC 9(5).
               03 TblCustOther PIC 9(5).
               03 TblOrdAdd PIC 9(5).
               03 TblOrdUpd PIC 9(5).
               03 TblOrdCancel PIC 9(5).
               03 TblOrdShip PIC 9(5).
               03 TblOrdInvoice PIC 9(5).
               03 TblOrdOther PIC 9(5).
               03 TblPayAdd PIC 9(5).
               03 TblPayAmount PIC 9(9)V99.
               03 TblPayUndo PIC 9(5).
               03 TblUndoAmount PIC 9(9)V99.
               03 TblNotes PIC 9(5).
               03 TblFlags PIC 9(5).
      *    Linea que se esta revisando, sea cual sea el archivo.
       01 FlagDate PIC 9(8).
       01 FlagTime PIC 9(8).
       01 FlagAction PIC X(10).
       01 FlagIDNum PIC 9(6).
       01 FlagOrderNum PIC 9(6).
       01 FlagAmount PIC 9(7)V99.
       01 FlagReason PIC X(24).
      *    Conteos de control de la corrida.
       01 CustLines PIC 9(7) VALUE ZERO.
       01 OrderLines PIC 9(7) VALUE ZERO.
       01 NoteLines PIC 9(7) VALUE ZERO.
       01 LostLines PIC 9(7) VALUE ZERO.
       01 FlagLarge PIC 9(6) VALUE ZERO.
       01 FlagCancelInv PIC 9(6) VALUE ZERO.
       01 FlagSelfPay PIC 9(6) VALUE ZERO.
       01 FlagHours PIC 9(6) VALUE ZERO.
       01 FlagUnknown PIC 9(6) VALUE ZERO.
       01 ReadTrouble PIC X VALUE 'N'.
      *    Lineas del reporte a columnas fijas de 80.
       01 HeaderLine1.
           02 FILLER PIC X(30) VALUE "ACTIVIDAD POR OPERADOR".
           02 FILLER PIC X(5) VALUE "DEL: ".
           02 HdrFromDate PIC 9(8).
           02 FILLER PIC X(6) VALUE "  AL: ".
           02 HdrToDate PIC 9(8).
           02 FILLER PIC X(23) VALUE SPACES.
       01 HeaderLine2.
           02 FILLER PIC X(10) VALUE "EMITIDO: ".
           02 HdrRunDate PIC 9(8).
           02 FILLER PIC X(7) VALUE "  POR: ".
           02 HdrOperID PIC X(8).
           02 FILLER PIC X(47) VALUE SPACES.
       01 OperLine.
           02 FILLER PIC X(10) VALUE "OPERADOR: ".
           02 OperLineID PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OperLineName PIC X(30).
           02 FILLER PIC X(30) VALUE SPACES.
       01 CustCountLine.
           02 FILLER PIC X(13) VALUE "  CLIENTES".
           02 FILLER PIC X(6) VALUE "ALTAS ".
           02 CclAdd PIC Z(4)9.
           02 FILLER PIC X(9) VALUE " CAMBIOS ".
           02 CclUpd PIC Z(4)9.
           02 FILLER PIC X(7) VALUE " BAJAS ".
           02 CclDel PIC Z(4)9.
           02 FILLER PIC X(10) VALUE " RESTAURA ".
           02 CclRest PIC Z(4)9.
           02 FILLER PIC X(7) VALUE " OTROS ".
           02 CclOther PIC Z(4)9.
           02 FILLER PIC X(3) VALUE SPACES.
       01 OrderCountLine1.
           02 FILLER PIC X(13) VALUE "  PEDIDOS".
           02 FILLER PIC X(8) VALUE "CAPTURA ".
           02 Ocl1Add PIC Z(4)9.
           02 FILLER PIC X(9) VALUE " CORRIGE ".
           02 Ocl1Upd PIC Z(4)9.
           02 FILLER PIC X(9) VALUE " CANCELA ".
           02 Ocl1Cancel PIC Z(4)9.
           02 FILLER PIC X(26) VALUE SPACES.
       01 OrderCountLine2.
           02 FILLER PIC X(13) VALUE SPACES.
           02 FILLER PIC X(8) VALUE "ENTREGA ".
           02 Ocl2Ship PIC Z(4)9.
           02 FILLER PIC X(9) VALUE " FACTURA ".
           02 Ocl2Invoice PIC Z(4)9.
           02 FILLER PIC X(9) VALUE " OTROS   ".
           02 Ocl2Other PIC Z(4)9.
           02 FILLER PIC X(26) VALUE SPACES.
       01 PayCountLine.
           02 PclLabel PIC X(13).
           02 PclWord PIC X(8).
           02 PclCount PIC Z(4)9.
           02 FILLER PIC X(9) VALUE " IMPORTE ".
           02 PclAmount PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(31) VALUE SPACES.
       01 NoteCountLine.
           02 FILLER PIC X(13) VALUE "  NOTAS".
           02 FILLER PIC X(9) VALUE "ESCRITAS ".
           02 NclNotes PIC Z(4)9.
           02 FILLER PIC X(13) VALUE " EXCEPCIONES ".
           02 NclFlags PIC Z(4)9.
           02 FILLER PIC X(35) VALUE SPACES.
       01 FlagHeadLine.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(9) VALUE "FECHA".
           02 FILLER PIC X(6) VALUE "HORA".
           02 FILLER PIC X(11) VALUE "ACCION".
           02 FILLER PIC X(7) VALUE "ID".
           02 FILLER PIC X(7) VALUE "PEDIDO".
           02 FILLER PIC X(13) VALUE "     IMPORTE".
           02 FILLER PIC X(25) VALUE "MOTIVO".
       01 FlagLine.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FlgDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 FlgHour PIC X(2).
           02 FILLER PIC X VALUE ":".
           02 FlgMinute PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 FlgAction PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 FlgIDNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 FlgOrderNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 FlgAmount PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 FlgReason PIC X(24).
           02 FILLER PIC X VALUE SPACE.
       01 FlagTotalLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FtlReason PIC X(30).
           02 FtlCount PIC Z(5)9.
           02 FILLER PIC X(40) VALUE SPACES.
       01 NoActivityLine PIC X(80)
           VALUE "SIN ACTIVIDAD EN EL PERIODO.".
       01 RuleLine PIC X(80) VALUE ALL "=".
       01 DashLine PIC X(80) VALUE ALL "-".
       01 BlankLine PIC X(80) VALUE SPACES.
           COPY "SIGNONWS.cpy".
           COPY "VENCEWS.cpy".

       PROCEDURE DIVISION.
       MainPara.
           DISPLAY " "
           DISPLAY "---- Actividad y excepciones por operador ----"
           ACCEPT RunDate FROM DATE YYYYMMDD
      *    El reporte es para el cierre de turno y la revision del
      *    auditor: solo un supervisor lo saca.
           OPEN INPUT OperatorFile
           IF OperFileStatus NOT = "00" AND OperFileStatus NOT = "05"
               DISPLAY "No se pudo abrir operators.txt (estado "
                   OperFileStatus "); de de alta a los operadores "
                   "con AdminOperadores."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SignOnOperator
           IF SignOnOk = 'N'
               CLOSE OperatorFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT SignedSupervisor
               DISPLAY "El reporte de operadores esta reservado al "
                   "supervisor."
               CLOSE OperatorFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM AskDateRange
           IF RangeOk = 'N'
               DISPLAY "Periodo invalido. Reporte cancelado."
               CLOSE OperatorFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CustomerAudit
           IF AuditStatus NOT = "00"
               DISPLAY "No se pudo abrir audit.txt (estado "
                   AuditStatus "). Reporte cancelado."
               CLOSE OperatorFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OrderAuditFile
           IF OrdAuditStatus NOT = "00"
               DISPLAY "No se pudo abrir orders_audit.txt (estado "
                   OrdAuditStatus "). Reporte cancelado."
               CLOSE OperatorFile
               CLOSE CustomerAudit
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT NotesFile
           IF NoteFileStatus NOT = "00" AND NoteFileStatus NOT = "05"
               DISPLAY "No se pudo abrir notes.txt (estado "
                   NoteFileStatus "). Reporte cancelado."
               CLOSE OperatorFile
               CLOSE CustomerAudit
               CLOSE OrderAuditFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ReportFile
           IF ReportStatus NOT = "00"
               DISPLAY "No se pudo abrir actividad_operadores.txt "
                   "(estado " ReportStatus "). Reporte cancelado."
               CLOSE OperatorFile
               CLOSE CustomerAudit
               CLOSE OrderAuditFile
               CLOSE NotesFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT CreatorSort
               ON ASCENDING KEY CrsOrderNum CrsKind CrsDate CrsTime
               INPUT PROCEDURE IS SelectPayChecks
               OUTPUT PROCEDURE IS MatchPayCreators
      *    La segunda pasada vuelve a leer orders_audit.txt desde el
      *    principio.
           CLOSE OrderAuditFile
           OPEN INPUT OrderAuditFile
           SORT ReportSort
               ON ASCENDING KEY SortOperID SortKind SortDate SortTime
               INPUT PROCEDURE IS ScanAllTrails
               OUTPUT PROCEDURE IS PrintReport
           CLOSE OperatorFile
           CLOSE CustomerAudit
           CLOSE OrderAuditFile
           CLOSE NotesFile
           CLOSE ReportFile
           CALL "CBL_DELETE_FILE" USING "operadores_pagos.tmp"
           PERFORM ShowRunSummary
           STOP RUN.

      *    Diario: un dia (0 = hoy). Semanal: siete dias a partir del
      *    primero que se indique. Rango: dos fechas cualesquiera,
      *    por ejemplo un trimestre para el auditor.
       AskDateRange.
           MOVE 'Y' TO RangeOk
           DISPLAY "Tipo de reporte (1 = diario, 2 = semanal, "
               "3 = rango de fechas): " WITH NO ADVANCING
           ACCEPT ReportType
           EVALUATE ReportType
               WHEN 1
                   DISPLAY "Fecha AAAAMMDD (0 = hoy): "
                       WITH NO ADVANCING
                   ACCEPT FromDate
                   IF FromDate = ZERO
                       MOVE RunDate TO FromDate
                   END-IF
                   MOVE FromDate TO ToDate
               WHEN 2
                   DISPLAY "Primer dia de la semana AAAAMMDD: "
                       WITH NO ADVANCING
                   ACCEPT FromDate
                   MOVE FromDate TO DueBaseDate
                   MOVE 6 TO DueTermDays
                   PERFORM ComputeDueDate
                   MOVE DueDate TO ToDate
               WHEN 3
                   DISPLAY "Fecha inicial AAAAMMDD: " WITH NO ADVANCING
                   ACCEPT FromDate
                   DISPLAY "Fecha final AAAAMMDD: " WITH NO ADVANCING
                   ACCEPT ToDate
               WHEN OTHER
                   MOVE 'N' TO RangeOk
           END-EVALUATE
           IF RangeOk = 'Y'
               MOVE FromDate TO CheckDate
               PERFORM CheckRangeDate
               MOVE ToDate TO CheckDate
               PERFORM CheckRangeDate
           END-IF
           IF RangeOk = 'Y' AND FromDate > ToDate
               MOVE 'N' TO RangeOk
           END-IF
           IF RangeOk = 'Y'
               DISPLAY "Periodo: " FromDate " al " ToDate
           END-IF.

       CheckRangeDate.
           IF CheckYear < 1900 OR CheckMonth < 1 OR CheckMonth > 12
                   OR CheckDay < 1 OR CheckDay > 31
               MOVE 'N' TO RangeOk
           END-IF.

      *    Primera pasada sobre orders_audit.txt: el alta de todos
      *    los pedidos, sin importar la fecha, porque el pedido pudo
      *    capturarse mucho antes que el pago; y los pagos del
      *    periodo que se aplicaron a un pedido.
       SelectPayChecks.
           MOVE 'N' TO AuditAtEnd
           PERFORM UNTIL AuditAtEnd = 'Y'
               READ OrderAuditFile
                   AT END MOVE 'Y' TO AuditAtEnd
               END-READ
               IF AuditAtEnd = 'N' AND OrdAuditStatus NOT = "00"
                   DISPLAY "Lectura de orders_audit.txt "
                       "interrumpida. Estado: " OrdAuditStatus
                   MOVE 'Y' TO AuditAtEnd
                   MOVE 'Y' TO ReadTrouble
               END-IF
               IF AuditAtEnd = 'N'
                   EVALUATE TRUE
                       WHEN OrdAudAction = 'ORDADD'
                           MOVE 'A' TO CrsKind
                           PERFORM ReleaseCreatorRec
                       WHEN OrdAudAction = 'PAYADD'
                               AND OrdAudOrderNum NOT = ZERO
                               AND OrdAudDate NOT < FromDate
                               AND OrdAudDate NOT > ToDate
                           MOVE 'P' TO CrsKind
                           PERFORM ReleaseCreatorRec
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       ReleaseCreatorRec.
           MOVE OrdAudOrderNum TO CrsOrderNum
           MOVE OrdAudDate TO CrsDate
           MOVE OrdAudTime TO CrsTime
           MOVE OrdAudOperator TO CrsOperator
           MOVE OrdAudIDNum TO CrsIDNum
           MOVE OrdAudNewAmount TO CrsAmount
           RELEASE CreatorRec.

       MatchPayCreators.
           OPEN OUTPUT SelfPayFile
           IF SelfPayStatus NOT = "00"
               DISPLAY "AVISO: no se pudo abrir operadores_pagos.tmp "
                   "(estado " SelfPayStatus ")."
               MOVE 'Y' TO ReadTrouble
           END-IF
           MOVE ZERO TO CreatorOrderNum
           MOVE SPACES TO CreatorOperID
           MOVE 'N' TO SortAtEnd
           PERFORM UNTIL SortAtEnd = 'Y'
               RETURN CreatorSort
                   AT END MOVE 'Y' TO SortAtEnd
               END-RETURN
               IF SortAtEnd = 'N'
                   PERFORM MatchOneCreatorRec
               END-IF
           END-PERFORM
           CLOSE SelfPayFile.

       MatchOneCreatorRec.
           IF CrsOrderNum NOT = CreatorOrderNum
               MOVE CrsOrderNum TO CreatorOrderNum
               MOVE SPACES TO CreatorOperID
           END-IF
           IF CrsKind = 'A'
               MOVE CrsOperator TO CreatorOperID
           ELSE
               IF CreatorOperID NOT = SPACES
                       AND CrsOperator = CreatorOperID
                   MOVE CrsOperator TO SpOperator
                   MOVE CrsDate TO SpDate
                   MOVE CrsTime TO SpTime
                   MOVE CrsIDNum TO SpIDNum
                   MOVE CrsOrderNum TO SpOrderNum
                   MOVE CrsAmount TO SpAmount
                   WRITE SelfPayRec
                   IF SelfPayStatus NOT = "00"
                       DISPLAY "AVISO: fallo la escritura de "
                           "operadores_pagos.tmp. Estado: "
                           SelfPayStatus
                       MOVE 'Y' TO ReadTrouble
                   END-IF
               END-IF
           END-IF.

       ScanAllTrails.
           PERFORM ScanCustomerAudit
           PERFORM ScanOrderAudit
           PERFORM ScanNotes
           PERFORM ReleaseSelfPayFlags
           PERFORM VARYING OperIdx FROM 1 BY 1
                   UNTIL OperIdx > OperCount
               MOVE TblOperID(OperIdx) TO SortOperID
               MOVE '0' TO SortKind
               MOVE ZERO TO SortDate
               MOVE ZERO TO SortTime
               MOVE SPACES TO SortAction
               MOVE ZERO TO SortIDNum
               MOVE ZERO TO SortOrderNum
               MOVE ZERO TO SortAmount
               MOVE SPACES TO SortReason
               MOVE OperIdx TO SortTblIdx
               RELEASE SortRec
           END-PERFORM.

       ScanCustomerAudit.
           MOVE 'N' TO AuditAtEnd
           PERFORM UNTIL AuditAtEnd = 'Y'
               READ CustomerAudit
                   AT END MOVE 'Y' TO AuditAtEnd
               END-READ
               IF AuditAtEnd = 'N' AND AuditStatus NOT = "00"
                   DISPLAY "Lectura de audit.txt interrumpida. "
                       "Estado: " AuditStatus
                   MOVE 'Y' TO AuditAtEnd
                   MOVE 'Y' TO ReadTrouble
               END-IF
               IF AuditAtEnd = 'N'
                       AND AuditDate NOT < FromDate
                       AND AuditDate NOT > ToDate
                   ADD 1 TO CustLines
                   PERFORM CountCustomerLine
               END-IF
           END-PERFORM.

      *    RESTORE es la recuperacion de un cliente borrado en linea;
      *    REACTIVATE, la de un cliente archivado. Las dos cuentan
      *    como restauraciones.
       CountCustomerLine.
           MOVE AuditOperator TO LookOperID
           PERFORM FindOperEntry
           IF OperIdx > ZERO
               EVALUATE AuditAction
                   WHEN 'ADD'
                       ADD 1 TO TblCustAdd(OperIdx)
                   WHEN 'UPDATE'
                       ADD 1 TO TblCustUpd(OperIdx)
                   WHEN 'DELETE'
                       ADD 1 TO TblCustDel(OperIdx)
                   WHEN 'RESTORE'
                   WHEN 'REACTIVATE'
                       ADD 1 TO TblCustRest(OperIdx)
                   WHEN OTHER
                       ADD 1 TO TblCustOther(OperIdx)
               END-EVALUATE
               MOVE AuditDate TO FlagDate
               MOVE AuditTime TO FlagTime
               MOVE AuditAction TO FlagAction
               MOVE AuditIDNum TO FlagIDNum
               MOVE ZERO TO FlagOrderNum
               MOVE ZERO TO FlagAmount
               PERFORM CheckCommonFlags
           END-IF.

       ScanOrderAudit.
           MOVE 'N' TO AuditAtEnd
           PERFORM UNTIL AuditAtEnd = 'Y'
               READ OrderAuditFile
                   AT END MOVE 'Y' TO AuditAtEnd
               END-READ
               IF AuditAtEnd = 'N' AND OrdAuditStatus NOT = "00"
                   DISPLAY "Lectura de orders_audit.txt "
                       "interrumpida. Estado: " OrdAuditStatus
                   MOVE 'Y' TO AuditAtEnd
                   MOVE 'Y' TO ReadTrouble
               END-IF
               IF AuditAtEnd = 'N'
                       AND OrdAudDate NOT < FromDate
                       AND OrdAudDate NOT > ToDate
                   ADD 1 TO OrderLines
                   PERFORM CountOrderLine
               END-IF
           END-PERFORM.

      *    Un PAYUNDO es la reversa de un pago (rollback de la
      *    importacion de depositos) y trae el monto en el campo
      *    anterior, igual que lo lee la poliza contable.
       CountOrderLine.
           MOVE OrdAudOperator TO LookOperID
           PERFORM FindOperEntry
           IF OperIdx > ZERO
               MOVE OrdAudDate TO FlagDate
               MOVE OrdAudTime TO FlagTime
               MOVE OrdAudAction TO FlagAction
               MOVE OrdAudIDNum TO FlagIDNum
               MOVE OrdAudOrderNum TO FlagOrderNum
               MOVE OrdAudNewAmount TO FlagAmount
               PERFORM CheckCommonFlags
               EVALUATE OrdAudAction
                   WHEN 'ORDADD'
                       ADD 1 TO TblOrdAdd(OperIdx)
                   WHEN 'ORDUPDATE'
                       ADD 1 TO TblOrdUpd(OperIdx)
                       PERFORM CheckLargeCorrection
                   WHEN 'ORDCANCEL'
                       ADD 1 TO TblOrdCancel(OperIdx)
                       IF OrdAudOldStatus = 'F'
                           MOVE OrdAudOldAmount TO FlagAmount
                           MOVE "CANCELA PEDIDO FACTURADO"
                               TO FlagReason
                           ADD 1 TO FlagCancelInv
                           PERFORM RaiseFlag
                       END-IF
                   WHEN 'ORDSHIP'
                       ADD 1 TO TblOrdShip(OperIdx)
                   WHEN 'ORDINVOICE'
                       ADD 1 TO TblOrdInvoice(OperIdx)
                   WHEN 'PAYADD'
                       ADD 1 TO TblPayAdd(OperIdx)
                       ADD OrdAudNewAmount TO TblPayAmount(OperIdx)
                   WHEN 'PAYUNDO'
                       ADD 1 TO TblPayUndo(OperIdx)
                       ADD OrdAudOldAmount TO TblUndoAmount(OperIdx)
                   WHEN OTHER
                       ADD 1 TO TblOrdOther(OperIdx)
               END-EVALUATE
           END-IF.

      *    El importe que se muestra es la diferencia corregida.
       CheckLargeCorrection.
           IF OrdAudNewAmount > OrdAudOldAmount
               SUBTRACT OrdAudOldAmount FROM OrdAudNewAmount
                   GIVING CorrDiff
           ELSE
               SUBTRACT OrdAudNewAmount FROM OrdAudOldAmount
                   GIVING CorrDiff
           END-IF
           IF CorrDiff NOT < LargeCorrection
               MOVE CorrDiff TO FlagAmount
               MOVE "CORRECCION GRANDE" TO FlagReason
               ADD 1 TO FlagLarge
               PERFORM RaiseFlag
           END-IF.

       ScanNotes.
           MOVE 'N' TO NotesAtEnd
           MOVE LOW-VALUES TO NoteKey
           START NotesFile KEY IS NOT LESS THAN NoteKey
               INVALID KEY MOVE 'Y' TO NotesAtEnd
           END-START
           PERFORM UNTIL NotesAtEnd = 'Y'
               READ NotesFile NEXT RECORD
                   AT END MOVE 'Y' TO NotesAtEnd
               END-READ
               IF NotesAtEnd = 'N' AND NoteFileStatus NOT = "00"
                       AND NoteFileStatus NOT = "02"
                   DISPLAY "Lectura de notes.txt interrumpida. "
                       "Estado: " NoteFileStatus
                   MOVE 'Y' TO NotesAtEnd
                   MOVE 'Y' TO ReadTrouble
               END-IF
               IF NotesAtEnd = 'N'
                       AND NoteDate NOT < FromDate
                       AND NoteDate NOT > ToDate
                   ADD 1 TO NoteLines
                   PERFORM CountNoteLine
               END-IF
           END-PERFORM.

       CountNoteLine.
           MOVE NoteOperator TO LookOperID
           PERFORM FindOperEntry
           IF OperIdx > ZERO
               ADD 1 TO TblNotes(OperIdx)
               MOVE NoteDate TO FlagDate
               MOVE NoteTime TO FlagTime
               MOVE "NOTA" TO FlagAction
               MOVE NoteIDNum TO FlagIDNum
               MOVE ZERO TO FlagOrderNum
               MOVE ZERO TO FlagAmount
               PERFORM CheckCommonFlags
           END-IF.

      *    Los pagos que dejo la primera pasada: el operador cobro un
      *    pedido que el mismo capturo.
       ReleaseSelfPayFlags.
           OPEN INPUT SelfPayFile
           IF SelfPayStatus NOT = "00"
               DISPLAY "AVISO: no se pudo leer operadores_pagos.tmp "
                   "(estado " SelfPayStatus ")."
               MOVE 'Y' TO ReadTrouble
           ELSE
               MOVE 'N' TO SelfPayAtEnd
               PERFORM UNTIL SelfPayAtEnd = 'Y'
                   READ SelfPayFile
                       AT END MOVE 'Y' TO SelfPayAtEnd
                   END-READ
                   IF SelfPayAtEnd = 'N'
                       PERFORM FlagOneSelfPay
                   END-IF
               END-PERFORM
               CLOSE SelfPayFile
           END-IF.

       FlagOneSelfPay.
           MOVE SpOperator TO LookOperID
           PERFORM FindOperEntry
           IF OperIdx > ZERO
               MOVE SpDate TO FlagDate
               MOVE SpTime TO FlagTime
               MOVE 'PAYADD' TO FlagAction
               MOVE SpIDNum TO FlagIDNum
               MOVE SpOrderNum TO FlagOrderNum
               MOVE SpAmount TO FlagAmount
               MOVE "PAGO DE SU PROPIO PEDIDO" TO FlagReason
               ADD 1 TO FlagSelfPay
               PERFORM RaiseFlag
           END-IF.

      *    Excepciones que aplican a cualquier linea de los tres
      *    archivos: operador que no esta en operators.txt y
      *    movimientos fuera del horario de oficina. Las identidades
      *    de los lotes quedan fuera de las dos.
       CheckCommonFlags.
           IF TblUnknown(OperIdx)
               MOVE "OPERADOR NO REGISTRADO" TO FlagReason
               ADD 1 TO FlagUnknown
               PERFORM RaiseFlag
           END-IF
           IF NOT TblBatch(OperIdx)
                   AND (FlagTime < BusinessStart
                       OR FlagTime NOT < BusinessEnd)
               MOVE "FUERA DE HORARIO" TO FlagReason
               ADD 1 TO FlagHours
               PERFORM RaiseFlag
           END-IF.

       RaiseFlag.
           MOVE TblOperID(OperIdx) TO SortOperID
           MOVE '1' TO SortKind
           MOVE FlagDate TO SortDate
           MOVE FlagTime TO SortTime
           MOVE FlagAction TO SortAction
           MOVE FlagIDNum TO SortIDNum
           MOVE FlagOrderNum TO SortOrderNum
           MOVE FlagAmount TO SortAmount
           MOVE FlagReason TO SortReason
           MOVE OperIdx TO SortTblIdx
           RELEASE SortRec
           ADD 1 TO TblFlags(OperIdx).

      *    Busca al operador en la tabla y lo agrega la primera vez
      *    que aparece, con su nombre de operators.txt o marcado como
      *    lote o como no registrado. Con la tabla llena OperIdx
      *    queda en cero y la linea no se cuenta.
       FindOperEntry.
           MOVE ZERO TO OperIdx
           PERFORM VARYING OperIdx FROM 1 BY 1
                   UNTIL OperIdx > OperCount
                   OR TblOperID(OperIdx) = LookOperID
               CONTINUE
           END-PERFORM
           IF OperIdx > OperCount
               IF OperCount < OperMax
                   ADD 1 TO OperCount
                   MOVE OperCount TO OperIdx
                   PERFORM AddOperEntry
               ELSE
                   MOVE ZERO TO OperIdx
                   ADD 1 TO LostLines
               END-IF
           END-IF.

       AddOperEntry.
           INITIALIZE OperEntry(OperIdx)
           MOVE LookOperID TO TblOperID(OperIdx)
           MOVE 'N' TO TblOperKind(OperIdx)
           MOVE "NO REGISTRADO EN OPERATORS.TXT"
               TO TblOperName(OperIdx)
           PERFORM VARYING BatchIdx FROM 1 BY 1
                   UNTIL BatchIdx > BatchMax
               IF BatchID(BatchIdx) = LookOperID
                   MOVE 'L' TO TblOperKind(OperIdx)
                   MOVE "PROCESO POR LOTES" TO TblOperName(OperIdx)
               END-IF
           END-PERFORM
           IF TblUnknown(OperIdx) AND LookOperID NOT = SPACES
               MOVE LookOperID TO OperID
               READ OperatorFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO TblOperKind(OperIdx)
                       MOVE OperName TO TblOperName(OperIdx)
               END-READ
           END-IF.

       PrintReport.
           MOVE RuleLine TO ReportLine
           PERFORM WriteReportLine
           MOVE FromDate TO HdrFromDate
           MOVE ToDate TO HdrToDate
           MOVE HeaderLine1 TO ReportLine
           PERFORM WriteReportLine
           MOVE RunDate TO HdrRunDate
           MOVE SignedOperID TO HdrOperID
           MOVE HeaderLine2 TO ReportLine
           PERFORM WriteReportLine
           MOVE RuleLine TO ReportLine
           PERFORM WriteReportLine
           INITIALIZE OperEntry(TotIdx)
           MOVE 'N' TO SortAtEnd
           PERFORM UNTIL SortAtEnd = 'Y'
               RETURN ReportSort
                   AT END MOVE 'Y' TO SortAtEnd
               END-RETURN
               IF SortAtEnd = 'N'
                   IF SortKind = '0'
                       MOVE SortTblIdx TO OperIdx
                       PERFORM PrintOperatorBlock
                       PERFORM AddToGrandTotal
                   ELSE
                       PERFORM PrintFlagLine
                   END-IF
               END-IF
           END-PERFORM
           IF OperCount = ZERO
               MOVE BlankLine TO ReportLine
               PERFORM WriteReportLine
               MOVE NoActivityLine TO ReportLine
               PERFORM WriteReportLine
           ELSE
               PERFORM PrintGrandTotal
           END-IF.

       PrintOperatorBlock.
           MOVE BlankLine TO ReportLine
           PERFORM WriteReportLine
           MOVE TblOperID(OperIdx) TO OperLineID
           MOVE TblOperName(OperIdx) TO OperLineName
           MOVE OperLine TO ReportLine
           PERFORM WriteReportLine
           PERFORM PrintCountLines
           IF TblFlags(OperIdx) > ZERO
               MOVE FlagHeadLine TO ReportLine
               PERFORM WriteReportLine
           END-IF.

       PrintCountLines.
           MOVE TblCustAdd(OperIdx) TO CclAdd
           MOVE TblCustUpd(OperIdx) TO CclUpd
           MOVE TblCustDel(OperIdx) TO CclDel
           MOVE TblCustRest(OperIdx) TO CclRest
           MOVE TblCustOther(OperIdx) TO CclOther
           MOVE CustCountLine TO ReportLine
           PERFORM WriteReportLine
           MOVE TblOrdAdd(OperIdx) TO Ocl1Add
           MOVE TblOrdUpd(OperIdx) TO Ocl1Upd
           MOVE TblOrdCancel(OperIdx) TO Ocl1Cancel
           MOVE OrderCountLine1 TO ReportLine
           PERFORM WriteReportLine
           MOVE TblOrdShip(OperIdx) TO Ocl2Ship
           MOVE TblOrdInvoice(OperIdx) TO Ocl2Invoice
           MOVE TblOrdOther(OperIdx) TO Ocl2Other
           MOVE OrderCountLine2 TO ReportLine
           PERFORM WriteReportLine
           MOVE "  PAGOS" TO PclLabel
           MOVE "CAPTURA " TO PclWord
           MOVE TblPayAdd(OperIdx) TO PclCount
           MOVE TblPayAmount(OperIdx) TO PclAmount
           MOVE PayCountLine TO ReportLine
           PERFORM WriteReportLine
           MOVE SPACES TO PclLabel
           MOVE "REVERSA " TO PclWord
           MOVE TblPayUndo(OperIdx) TO PclCount
           MOVE TblUndoAmount(OperIdx) TO PclAmount
           MOVE PayCountLine TO ReportLine
           PERFORM WriteReportLine
           MOVE TblNotes(OperIdx) TO NclNotes
           MOVE TblFlags(OperIdx) TO NclFlags
           MOVE NoteCountLine TO ReportLine
           PERFORM WriteReportLine.

       PrintFlagLine.
           MOVE SortDate TO FlgDate
           MOVE SortTime(1:2) TO FlgHour
           MOVE SortTime(3:2) TO FlgMinute
           MOVE SortAction TO FlgAction
           MOVE SortIDNum TO FlgIDNum
           MOVE SortOrderNum TO FlgOrderNum
           MOVE SortAmount TO FlgAmount
           MOVE SortReason TO FlgReason
           MOVE FlagLine TO ReportLine
           PERFORM WriteReportLine.

       AddToGrandTotal.
           ADD TblCustAdd(OperIdx) TO TblCustAdd(TotIdx)
           ADD TblCustUpd(OperIdx) TO TblCustUpd(TotIdx)
           ADD TblCustDel(OperIdx) TO TblCustDel(TotIdx)
           ADD TblCustRest(OperIdx) TO TblCustRest(TotIdx)
           ADD TblCustOther(OperIdx) TO TblCustOther(TotIdx)
           ADD TblOrdAdd(OperIdx) TO TblOrdAdd(TotIdx)
           ADD TblOrdUpd(OperIdx) TO TblOrdUpd(TotIdx)
           ADD TblOrdCancel(OperIdx) TO TblOrdCancel(TotIdx)
           ADD TblOrdShip(OperIdx) TO TblOrdShip(TotIdx)
           ADD TblOrdInvoice(OperIdx) TO TblOrdInvoice(TotIdx)
           ADD TblOrdOther(OperIdx) TO TblOrdOther(TotIdx)
           ADD TblPayAdd(OperIdx) TO TblPayAdd(TotIdx)
           ADD TblPayAmount(OperIdx) TO TblPayAmount(TotIdx)
           ADD TblPayUndo(OperIdx) TO TblPayUndo(TotIdx)
           ADD TblUndoAmount(OperIdx) TO TblUndoAmount(TotIdx)
           ADD TblNotes(OperIdx) TO TblNotes(TotIdx)
           ADD TblFlags(OperIdx) TO TblFlags(TotIdx).

       PrintGrandTotal.
           MOVE BlankLine TO ReportLine
           PERFORM WriteReportLine
           MOVE RuleLine TO ReportLine
           PERFORM WriteReportLine
           MOVE TotIdx TO OperIdx
           MOVE SPACES TO OperLineID
           MOVE "TOTAL GENERAL" TO OperLineName
           MOVE OperLine TO ReportLine
           PERFORM WriteReportLine
           PERFORM PrintCountLines
           MOVE DashLine TO ReportLine
           PERFORM WriteReportLine
           MOVE "CORRECCIONES GRANDES" TO FtlReason
           MOVE FlagLarge TO FtlCount
           MOVE FlagTotalLine TO ReportLine
           PERFORM WriteReportLine
           MOVE "CANCELACIONES DE FACTURADOS" TO FtlReason
           MOVE FlagCancelInv TO FtlCount
           MOVE FlagTotalLine TO ReportLine
           PERFORM WriteReportLine
           MOVE "PAGOS DE SU PROPIO PEDIDO" TO FtlReason
           MOVE FlagSelfPay TO FtlCount
           MOVE FlagTotalLine TO ReportLine
           PERFORM WriteReportLine
           MOVE "FUERA DE HORARIO" TO FtlReason
           MOVE FlagHours TO FtlCount
           MOVE FlagTotalLine TO ReportLine
           PERFORM WriteReportLine
           MOVE "OPERADOR NO REGISTRADO" TO FtlReason
           MOVE FlagUnknown TO FtlCount
           MOVE FlagTotalLine TO ReportLine
           PERFORM WriteReportLine
           MOVE RuleLine TO ReportLine
           PERFORM WriteReportLine.

       WriteReportLine.
           WRITE ReportLine
           IF ReportStatus NOT = "00"
               DISPLAY "AVISO: fallo la escritura del reporte. "
                   "Estado: " ReportStatus
           END-IF.

       ShowRunSummary.
           DISPLAY " "
           DISPLAY "---- Resumen de la corrida ----"
           DISPLAY "Periodo: " FromDate " al " ToDate
           DISPLAY "Lineas de audit.txt en el periodo: " CustLines
           DISPLAY "Lineas de orders_audit.txt en el periodo: "
               OrderLines
           DISPLAY "Notas en el periodo: " NoteLines
           DISPLAY "Operadores con actividad: " OperCount
           DISPLAY "Excepciones marcadas: " TblFlags(TotIdx)
           IF LostLines > ZERO
               DISPLAY "AVISO: " LostLines " lineas sin contar; mas "
                   "de " OperMax " operadores en el periodo."
               MOVE 1 TO RETURN-CODE
           END-IF
           IF ReadTrouble = 'Y'
               DISPLAY "AVISO: el reporte quedo incompleto por un "
                   "error de lectura o escritura."
               MOVE 1 TO RETURN-CODE
           END-IF
           DISPLAY "Reporte en actividad_operadores.txt."
           DISPLAY "-------------------------------".

           COPY "SIGNON.cpy".
           COPY "VENCE.cpy".

           ALTERNATE RECORD KEY IS PayIDNum WITH DUPLICATES
           FILE STATUS IS PayFileStatus.

           SELECT OPTIONAL MemoFile ASSIGN TO "credit_memos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MemoNum
           ALTERNATE RECORD KEY IS MemoIDNum WITH DUPLICATES
           ALTERNATE RECORD KEY IS MemoOrderNum WITH DUPLICATES
           FILE STATUS IS MemoFileStatus.

           SELECT OPTIONAL StandingFile ASSIGN TO "recurrentes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StdNum
           ALTERNATE RECORD KEY IS StdIDNum WITH DUPLICATES
           FILE STATUS IS StdFileStatus.

           SELECT OrderAuditFile ASSIGN TO "orders_audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OrdAuditStatus.
           FD PaymentsFile.
           COPY "PAYREC.cpy".

           FD MemoFile.
           COPY "MEMOREC.cpy".

           FD StandingFile.
           COPY "STDREC.cpy".

           FD OrderAuditFile.
           COPY "ORDAUDIT.cpy".

       01 CustExists PIC X.
       01 OrderFileStatus PIC XX VALUE "00".
       01 PayFileStatus PIC XX VALUE "00".
       01 MemoFileStatus PIC XX VALUE "00".
       01 StdFileStatus PIC XX VALUE "00".
       01 OrdAuditStatus PIC XX VALUE "00".
       01 MoreToMove PIC X.
       01 OrdersMoved PIC 9(5) VALUE ZERO.
       01 PaysMoved PIC 9(5) VALUE ZERO.
       01 MemosMoved PIC 9(5) VALUE ZERO.
       01 StdsMoved PIC 9(5) VALUE ZERO.
      *    Copia de trabajo del sobreviviente: el buffer del archivo
      *    se reutiliza al leer cada duplicado, asi que sus campos se
      *    conservan aqui y se reescriben al final.
           OPEN EXTEND CustomerAudit
           OPEN I-O OrdersFile
           OPEN I-O PaymentsFile
           OPEN I-O MemoFile
           OPEN I-O StandingFile
           OPEN EXTEND OrderAuditFile
           DISPLAY "ID del cliente sobreviviente: " WITH NO ADVANCING
           ACCEPT SurvIDNum
                   PERFORM LogAuditMergeDup
                   PERFORM MoveOrdersToSurvivor
                   PERFORM MovePaymentsToSurvivor
                   PERFORM MoveMemosToSurvivor
                   PERFORM MoveStandingToSurvivor
               ELSE
                   MOVE 'N' TO Active
                   REWRITE CustomerData
                           PERFORM LogAuditMergeDup
                           PERFORM MoveOrdersToSurvivor
                           PERFORM MovePaymentsToSurvivor
                           PERFORM MoveMemosToSurvivor
                           PERFORM MoveStandingToSurvivor
                   END-REWRITE
               END-IF
           END-IF.
               END-IF
           END-IF.

      *    Las notas de credito acompanan a los pedidos que acreditan.
       MoveMemosToSurvivor.
           MOVE ZERO TO MemosMoved
           MOVE 'Y' TO MoreToMove
           PERFORM MoveOneMemo UNTIL MoreToMove = 'N'
           IF MemosMoved > ZERO
               DISPLAY "Notas de credito reasignadas al "
                   "sobreviviente: " MemosMoved
           END-IF.

       MoveOneMemo.
           MOVE 'N' TO MoreToMove
           MOVE DupIDNum TO MemoIDNum
           START MemoFile KEY IS NOT LESS THAN MemoIDNum
               INVALID KEY CONTINUE
           END-START
           IF MemoFileStatus = "00"
               READ MemoFile NEXT RECORD
                   AT END CONTINUE
               END-READ
               IF MemoFileStatus = "00" OR MemoFileStatus = "02"
                   IF MemoIDNum = DupIDNum
                       MOVE SurvIDNum TO MemoIDNum
                       REWRITE MemoData
                           INVALID KEY
                               DISPLAY "No se pudo reasignar la "
                                   "nota de credito: " MemoNum
                           NOT INVALID KEY
                               ADD 1 TO MemosMoved
                               MOVE 'Y' TO MoreToMove
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

      *    Las ordenes recurrentes del duplicado siguen generando a
      *    nombre del sobreviviente; en el duplicado inactivo la
      *    generacion las omitiria.
       MoveStandingToSurvivor.
           MOVE ZERO TO StdsMoved
           MOVE 'Y' TO MoreToMove
           PERFORM MoveOneStanding UNTIL MoreToMove = 'N'
           IF StdsMoved > ZERO
               DISPLAY "Ordenes recurrentes reasignadas al "
                   "sobreviviente: " StdsMoved
           END-IF.

       MoveOneStanding.
           MOVE 'N' TO MoreToMove
           MOVE DupIDNum TO StdIDNum
           START StandingFile KEY IS NOT LESS THAN StdIDNum
               INVALID KEY CONTINUE
           END-START
           IF StdFileStatus = "00"
               READ StandingFile NEXT RECORD
                   AT END CONTINUE
               END-READ
               IF StdFileStatus = "00" OR StdFileStatus = "02"
                   IF StdIDNum = DupIDNum
                       MOVE SurvIDNum TO StdIDNum
                       REWRITE StandingData
                           INVALID KEY
                               DISPLAY "No se pudo reasignar la "
                                   "orden recurrente: " StdNum
                           NOT INVALID KEY
                               ADD 1 TO StdsMoved
                               MOVE 'Y' TO MoreToMove
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

      *    El registro sobreviviente se relee al final y se reescribe
      *    con los datos completados, dejando su propia accion MERGE.
       RewriteSurvivor.
           CLOSE CustomerAudit
           CLOSE OrdersFile
           CLOSE PaymentsFile
           CLOSE MemoFile
           CLOSE StandingFile
           CLOSE OrderAuditFile
           CLOSE OperatorFile
           STOP RUN.

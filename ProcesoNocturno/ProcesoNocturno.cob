       01 CustFileStatus PIC XX VALUE "00".
       01 ControlStatus PIC XX VALUE "00".
       01 ControlAtEnd PIC X.
       01 StepMax PIC 9(2) VALUE 8.
       01 StepIdx PIC 9(2).
       01 CtlIdx PIC 9(2).
       01 StartStep PIC 9(2) VALUE 1.
      *    el nombre de su PROGRAM-ID y viven en el directorio de
      *    trabajo, junto a los archivos de datos.
       01 StepCommand PIC X(40).
      *    Copia en memoria de la bitacora (maximo 8 pasos): se
      *    reescribe completa despues de cada paso para que una caida
      *    del propio orquestador tampoco pierda el avance.
       01 StepLog.
           02 StepEntry OCCURS 8 TIMES.
               03 LogStepNum PIC 9(2).
               03 LogStepName PIC X(20).
               03 LogStartDate PIC 9(8).
               WHEN 3 MOVE "./ConciliarAuditoria" TO StepCommand
               WHEN 4 MOVE "./ArchivarClientes" TO StepCommand
               WHEN 5 MOVE "./ReorganizarClientes" TO StepCommand
               WHEN 6 MOVE "./GenerarRecurrentes" TO StepCommand
               WHEN 7 MOVE "./ReporteCredito" TO StepCommand
               WHEN 8 MOVE "./PolizaContable" TO StepCommand
           END-EVALUATE.

       RunOneStep.

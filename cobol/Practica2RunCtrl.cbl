          SELECT ProcessDateFile ASSIGN TO "FECHAPROC.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FECHAPROC-STATUS.
          SELECT BatchWindowFile ASSIGN TO "VENTANABATCH.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VENTANA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RunLedgerFile.
       01 ExceptionLogRecord  PIC X(100)  VALUES SPACES.
       FD ProcessDateFile.
       01 ProcessDateBuffer   PIC X(8)    VALUES SPACES.
       FD BatchWindowFile.
       01 BatchWindowBuffer   PIC X(50)   VALUES SPACES.
       WORKING-STORAGE SECTION.
       COPY "ExceptionLogFields".
       COPY "ProcessDateFields".
       COPY "BatchWindowFields".
       01 WS-LEDGER-STATUS    PIC X(2)    VALUE SPACE.
          88 RunLedgerFileOK  VALUE "00".
          88 RunLedgerNotFound VALUE "35".
       01 WS-MODE             PIC X(1)    VALUE SPACE.
          88 StartMode        VALUE "S".
          88 EndMode          VALUE "E".
          88 WindowOpenMode   VALUE "A".
          88 WindowCloseMode  VALUE "C".
       01 WS-STEP-NAME        PIC X(20)   VALUE SPACES.
       01 WS-EXTRA            PIC X(3)    VALUE SPACES.
          88 ForceRerun       VALUE "F".
                PERFORM RegisterStepStart
             WHEN EndMode
                PERFORM RegisterStepEnd
             WHEN WindowOpenMode
                PERFORM OpenBatchWindow
             WHEN WindowCloseMode
                PERFORM CloseBatchWindow
             WHEN OTHER
                DISPLAY "USO: Practica2RunCtrl S <PASO> [F] | "
                   "E <PASO> <RC> | A <PASO> | C <PASO>"
                MOVE 1 TO RETURN-CODE
          END-EVALUATE
          STOP RUN.
             MOVE WS-EXTRA TO PCL-RC
          END-IF
          PERFORM AppendLedgerLine.
       OpenBatchWindow.
      *   PASO DE POSTEO SOBRE CUENTA: EL MENU NO ACEPTA CAMBIOS HASTA
      *   QUE EL PASO TERMINE Y LA VENTANA SE CIERRE.
          PERFORM ReadBatchWindow
          IF VentanaAbierta THEN
             DISPLAY "AVISO: LA VENTANA BATCH SEGUIA ABIERTA POR EL "
                "PASO " VB-STEP " DESDE " VB-DATE " " VB-HORA
             MOVE "Practica2RunCtrl"   TO EXLOG-PROGRAM
             MOVE "VENTANA"            TO EXLOG-CODETYPE
             MOVE "REABIERTA"          TO EXLOG-CODEVALUE
             MOVE VB-STEP              TO EXLOG-KEYVALUE
             PERFORM LogException
          END-IF
          SET VentanaAbierta TO TRUE
          MOVE SPACES TO VB-USER
          PERFORM WriteBatchWindow
          DISPLAY "LOG: VENTANA BATCH ABIERTA POR " WS-STEP-NAME.
       CloseBatchWindow.
          SET VentanaCerrada TO TRUE
          MOVE "CADENA" TO VB-USER
          PERFORM WriteBatchWindow
          DISPLAY "LOG: VENTANA BATCH CERRADA POR " WS-STEP-NAME.
       ReadBatchWindow.
          MOVE SPACES TO WS-VENTANA-LINE
          OPEN INPUT BatchWindowFile
          IF BatchWindowFileOK THEN
             READ BatchWindowFile INTO WS-VENTANA-LINE
                AT END MOVE SPACES TO WS-VENTANA-LINE
             END-READ
             CLOSE BatchWindowFile
          END-IF.
       WriteBatchWindow.
          MOVE WS-STEP-NAME TO VB-STEP
          MOVE WS-RUN-DATE TO VB-DATE
          ACCEPT VB-HORA FROM TIME
          OPEN OUTPUT BatchWindowFile
          WRITE BatchWindowBuffer FROM WS-VENTANA-LINE
          CLOSE BatchWindowFile.
       ScanLedgerForStep.
          MOVE SPACES TO WS-LAST-STATUS
          MOVE SPACES TO WS-LAST-RC

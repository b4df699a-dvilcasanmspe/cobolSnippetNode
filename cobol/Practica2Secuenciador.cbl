      * MISMA FECHA DE PROCESO SE RETOMA DESDE EL PRIMER PASO QUE NO
      * QUEDO COMPLETADO 000, SIN REPETIR LO YA HECHO NI EDITAR NADA
      * A OSCURAS.
      * LOS PASOS MARCADOS COMO DE POSTEO (CLASE P) ABREN LA VENTANA
      * BATCH EN VENTANABATCH.DAT AL EMPEZAR Y LA CIERRAN AL TERMINAR
      * BIEN; MIENTRAS ESTA ABIERTA Practica2Menu SOLO PERMITE
      * CONSULTAS. UN PASO QUE FALLA DEJA LA VENTANA ABIERTA HASTA QUE
      * UN SUPERVISOR LA LIBERE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ProcessDateFile ASSIGN TO "FECHAPROC.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FECHAPROC-STATUS.
          SELECT BatchWindowFile ASSIGN TO "VENTANABATCH.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VENTANA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ChainFile.
       01 ExceptionLogRecord  PIC X(100)  VALUES SPACES.
       FD ProcessDateFile.
       01 ProcessDateBuffer   PIC X(8)    VALUES SPACES.
       FD BatchWindowFile.
       01 BatchWindowBuffer   PIC X(50)   VALUES SPACES.
       WORKING-STORAGE SECTION.
       COPY "ExceptionLogFields".
       COPY "ProcessDateFields".
       COPY "BatchWindowFields".
       01 WS-RUN-DATE         PIC 9(8)    VALUE ZERO.
       01 WS-CHAIN-STATUS     PIC X(2)    VALUE SPACE.
          88 ChainFileOK      VALUE "00".
          88 RunLedgerFileOK  VALUE "00".
          88 RunLedgerNotFound VALUE "35".
      * UNA LINEA DE CADENA.DAT POR PASO: ID, HABILITADO (S/N),
      * PASO DEL QUE DEPENDE (O ESPACIOS), COMANDO A EJECUTAR Y
      * CLASE DEL PASO (P = POSTEO SOBRE CUENTA, ABRE LA VENTANA
      * BATCH; ESPACIO = CUALQUIER OTRO).
       01 WS-CHAIN-LINE.
          05 CAD-ID           PIC X(20)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 CAD-DEPENDE      PIC X(20)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 CAD-COMANDO      PIC X(70)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 CAD-CLASE        PIC X(1)    VALUE SPACE.
             88 StepPosteo    VALUE "P".
       01 WS-LEDGER-LINE.
          05 PCL-DATE         PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          END-IF
          DISPLAY "LOG: INICIANDO PASO " CAD-ID ": " CAD-COMANDO
          MOVE CAD-ID TO PCL-STEP
          IF StepPosteo THEN
             PERFORM OpenBatchWindow
          END-IF
          MOVE "EJECUTANDO" TO PCL-STATUS
          MOVE SPACES TO PCL-RC
          PERFORM AppendLedgerLine
             MOVE WS-RC-DISPLAY          TO EXLOG-CODEVALUE
             MOVE CAD-ID                 TO EXLOG-KEYVALUE
             PERFORM LogException
             IF StepPosteo THEN
                DISPLAY "AVISO: LA VENTANA BATCH QUEDA ABIERTA - "
                   "LIBERELA UN SUPERVISOR DESDE EL MENU"
             END-IF
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          IF StepPosteo THEN
             PERFORM CloseBatchWindow
          END-IF
          ADD 1 TO WS-RUN-COUNT
          DISPLAY "LOG: PASO " CAD-ID " COMPLETADO (CODIGO 000)".
       OpenBatchWindow.
          MOVE SPACES TO WS-VENTANA-LINE
          OPEN INPUT BatchWindowFile
          IF BatchWindowFileOK THEN
             READ BatchWindowFile INTO WS-VENTANA-LINE
                AT END MOVE SPACES TO WS-VENTANA-LINE
             END-READ
             CLOSE BatchWindowFile
          END-IF
          IF VentanaAbierta THEN
             DISPLAY "AVISO: LA VENTANA BATCH SEGUIA ABIERTA POR EL "
                "PASO " VB-STEP " DESDE " VB-DATE " " VB-HORA
             MOVE "Practica2Secuenciad"  TO EXLOG-PROGRAM
             MOVE "VENTANA"              TO EXLOG-CODETYPE
             MOVE "REABIERTA"            TO EXLOG-CODEVALUE
             MOVE VB-STEP                TO EXLOG-KEYVALUE
             PERFORM LogException
          END-IF
          SET VentanaAbierta TO TRUE
          MOVE SPACES TO VB-USER
          PERFORM WriteBatchWindow
          DISPLAY "LOG: VENTANA BATCH ABIERTA POR " CAD-ID.
       CloseBatchWindow.
          SET VentanaCerrada TO TRUE
          MOVE "CADENA" TO VB-USER
          PERFORM WriteBatchWindow
          DISPLAY "LOG: VENTANA BATCH CERRADA POR " CAD-ID.
       WriteBatchWindow.
          MOVE CAD-ID TO VB-STEP
          MOVE WS-RUN-DATE TO VB-DATE
          ACCEPT VB-HORA FROM TIME
          OPEN OUTPUT BatchWindowFile
          WRITE BatchWindowBuffer FROM WS-VENTANA-LINE
          CLOSE BatchWindowFile.
       ScanLedgerForStep.
          MOVE SPACES TO WS-LAST-STATUS
          MOVE SPACES TO WS-LAST-RC

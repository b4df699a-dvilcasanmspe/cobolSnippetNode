      * SUS RESULTADOS, CIFRAS DE CONTROL VERIFICADAS, EXCEPCIONES
      * POR PROGRAMA (ARCHIVO ROTADO POR EL TRIAGE), PARTIDAS EN
      * SUSPENSO POR ANTIGUEDAD, VIOLACIONES DE LIMITE Y EL TAMANO
      * DE LA COLA POSTPEND CON SU VARIACION CONTRA AYER, Y LOS
      * HALLAZGOS DE LA ULTIMA AUDITORIA DE INTEGRIDAD Y LA
      * DIFERENCIA NETA DEL MAYOR CONTRA EL AUXILIAR - CON UN
      * VEREDICTO LIMPIO / REVISAR AL INICIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          SELECT PendingFile ASSIGN TO "POSTPEND.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PEND-STATUS.
          SELECT FindingsFile ASSIGN TO "HALLAZGOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FIND-STATUS.
          SELECT GlReconFile ASSIGN TO WS-GLREC-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GLREC-STATUS.
          SELECT DashPrevFile ASSIGN TO "TABLEROPREV.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PREV-STATUS.
       FD PendingFile.
       01 PendingBuffer       PIC X(110)  VALUES SPACES.
          88 EOFPending       VALUES      HIGH-VALUES.
       FD FindingsFile.
       01 FindingsBuffer      PIC X(80)   VALUES SPACES.
          88 EOFFindings      VALUES      HIGH-VALUES.
       FD GlReconFile.
       01 GlReconBuffer       PIC X(80)   VALUES SPACES.
          88 EOFGlRecon       VALUES      HIGH-VALUES.
       FD DashPrevFile.
       01 DashPrevRecord      PIC X(20)   VALUES SPACES.
       FD DashboardFile.
       01 WS-VIOL-FILENAME    PIC X(30)   VALUE SPACES.
       01 WS-PEND-STATUS      PIC X(2)    VALUE SPACE.
          88 PendingFileOK    VALUE "00".
       01 WS-FIND-STATUS      PIC X(2)    VALUE SPACE.
          88 FindingsFileOK   VALUE "00".
       01 WS-GLREC-STATUS     PIC X(2)    VALUE SPACE.
          88 GlReconFileOK    VALUE "00".
       01 WS-GLREC-FILENAME   PIC X(30)   VALUE SPACES.
       01 WS-PREV-STATUS      PIC X(2)    VALUE SPACE.
          88 DashPrevOK       VALUE "00".
       01 WS-DASH-STATUS      PIC X(2)    VALUE SPACE.
       01 WS-PEND-COUNT       PIC 9(5)    VALUE ZERO.
       01 WS-PEND-PREV        PIC 9(5)    VALUE ZERO.
       01 WS-PEND-DELTA       PIC S9(5)   VALUE ZERO.
       01 WS-FINDING-LINE.
          05 HZ-MARCA         PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 HZ-FECHA         PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 HZ-SEVERIDAD     PIC X(5)    VALUE SPACES.
       01 WS-FIND-COUNT       PIC 9(5)    VALUE ZERO.
       01 WS-FIND-ALTA        PIC 9(5)    VALUE ZERO.
       01 WS-FIND-DATE        PIC X(8)    VALUE SPACES.
      * PIE DE CONCILGL_<FECHA>.DAT (Practica2ConcilGL): DIFERENCIA
      * NETA DEL MAYOR CONTRA EL AUXILIAR, ESTADO Y PARTIDAS ABIERTAS.
       01 WS-GLREC-TRAILER.
          05 GLR-MARCA        PIC X(4)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 GLR-NETO         PIC X(16)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 GLR-ESTADO       PIC X(9)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 GLR-DIFS         PIC 9(4)    VALUE ZERO.
       01 WS-GLREC-SW         PIC X(1)    VALUE "N".
          88 WS-GLREC-LEIDA   VALUE "Y".
          88 WS-GLREC-DESCUADRE VALUE "D".
       01 WS-PREV-LINE.
          05 PRV-DATE         PIC 9(8)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".DAT"      DELIMITED BY SIZE
             INTO WS-DASH-FILENAME
          STRING "CONCILGL_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".DAT"      DELIMITED BY SIZE
             INTO WS-GLREC-FILENAME
          PERFORM ScanRunLedger
          PERFORM ScanControlFigures
          PERFORM ScanExceptions
          PERFORM ScanSuspense
          PERFORM ScanViolations
          PERFORM ScanPendingQueue
          PERFORM ScanIntegrityFindings
          PERFORM ScanGlReconciliation
          PERFORM ComputeVerdict
          PERFORM WriteDashboard
          PERFORM SavePendingCount
             MOVE PRV-COUNT TO WS-PEND-PREV
          END-IF
          COMPUTE WS-PEND-DELTA = WS-PEND-COUNT - WS-PEND-PREV.
       ScanIntegrityFindings.
      *   HALLAZGOS.DAT LO REEMPLAZA CADA AUDITORIA SEMANAL DE
      *   Practica2Integridad; LOS DE SEVERIDAD ALTA PIDEN REVISION.
          OPEN INPUT FindingsFile
          IF FindingsFileOK THEN
             READ FindingsFile INTO WS-FINDING-LINE
                AT END SET EOFFindings TO TRUE
             END-READ
             PERFORM UNTIL EOFFindings
                IF HZ-MARCA IS EQUAL TO "HALLAZGO" THEN
                   ADD 1 TO WS-FIND-COUNT
                   MOVE HZ-FECHA TO WS-FIND-DATE
                   IF HZ-SEVERIDAD IS EQUAL TO "ALTA" THEN
                      ADD 1 TO WS-FIND-ALTA
                   END-IF
                END-IF
                READ FindingsFile INTO WS-FINDING-LINE
                   AT END SET EOFFindings TO TRUE
                END-READ
             END-PERFORM
             CLOSE FindingsFile
          END-IF.
       ScanGlReconciliation.
      *   LA CONCILIACION DEL MAYOR DEJA SU DIFERENCIA NETA EN LA
      *   LINEA NETO DEL REPORTE; SI NO ES CERO LA NOCHE SE REVISA.
          OPEN INPUT GlReconFile
          IF GlReconFileOK THEN
             READ GlReconFile
                AT END SET EOFGlRecon TO TRUE
             END-READ
             PERFORM UNTIL EOFGlRecon
                IF GlReconBuffer(1:4) IS EQUAL TO "NETO" THEN
                   MOVE GlReconBuffer TO WS-GLREC-TRAILER
                   IF GLR-ESTADO IS EQUAL TO "CUADRADO" THEN
                      SET WS-GLREC-LEIDA TO TRUE
                   ELSE
                      SET WS-GLREC-DESCUADRE TO TRUE
                   END-IF
                END-IF
                READ GlReconFile
                   AT END SET EOFGlRecon TO TRUE
                END-READ
             END-PERFORM
             CLOSE GlReconFile
          END-IF.
       ComputeVerdict.
          MOVE "LIMPIO" TO WS-VERDICT
          IF WS-STEPS-BAD IS GREATER THAN ZERO
                OR WS-STEPS-OPEN IS GREATER THAN ZERO
                OR WS-CIFRAS-FAILED IS GREATER THAN ZERO
                OR WS-BUCKET-5P IS GREATER THAN ZERO
                OR WS-PEND-DELTA IS GREATER THAN ZERO
                OR WS-FIND-ALTA IS GREATER THAN ZERO
                OR WS-GLREC-DESCUADRE THEN
             MOVE "REVISAR" TO WS-VERDICT
          END-IF.
       WriteDashboard.
                 D-DELTA DELIMITED BY SIZE
             INTO WS-OUT-LINE
          PERFORM EmitLine
          MOVE WS-FIND-COUNT TO D-NUM
          MOVE WS-FIND-ALTA TO D-NUM2
          MOVE SPACES TO WS-OUT-LINE
          STRING "HALLAZGOS DE INTEGRIDAD: " DELIMITED BY SIZE
                 D-NUM DELIMITED BY SIZE
                 "  ALTA: " DELIMITED BY SIZE
                 D-NUM2 DELIMITED BY SIZE
                 "  AUDITORIA: " DELIMITED BY SIZE
                 WS-FIND-DATE DELIMITED BY SIZE
             INTO WS-OUT-LINE
          PERFORM EmitLine
          MOVE SPACES TO WS-OUT-LINE
          IF WS-GLREC-SW IS EQUAL TO "N" THEN
             MOVE "MAYOR VS AUXILIAR: SIN CONCILIACION" TO WS-OUT-LINE
          ELSE
             MOVE GLR-DIFS TO D-NUM
             STRING "MAYOR VS AUXILIAR: NETO " DELIMITED BY SIZE
                    GLR-NETO DELIMITED BY SIZE
                    "  PARTIDAS: " DELIMITED BY SIZE
                    D-NUM DELIMITED BY SIZE
                INTO WS-OUT-LINE
          END-IF
          PERFORM EmitLine
          CLOSE DashboardFile.
       EmitLine.
          MOVE WS-OUT-LINE TO DashboardRecord

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Practica2ConcilGL.
      * CONCILIACION DEL MAYOR CONTRA EL AUXILIAR DE DEPOSITOS. LAS
      * CUENTAS CONTABLES DE CONTROL DE DEPOSITOS (UNA POR MONEDA EN
      * PARAMCONCIL.DAT) LLEVAN SU SALDO CORRIDO EN SALDOSGL.DAT POR
      * MONEDA Y SUCURSAL: CADA NOCHE SE LE SUMAN LAS PATAS HABER Y SE
      * LE RESTAN LAS PATAS DEBE DEL GLEXTRACT_<FECHA>.DAT, Y EL
      * RESULTADO SE COMPARA CON LA SUMA DE SALDOS DEL BALANCE DE
      * COMPROBACION (BALANCECOMPROB_<FECHA>.DAT) DE LA MISMA FECHA.
      * CADA DIFERENCIA SALE EN CONCILGL_<FECHA>.DAT POR CUENTA
      * CONTABLE, MONEDA Y SUCURSAL CON EL DIA EN QUE APARECIO, Y A
      * CONTINUACION LOS MOVIMIENTOS SIN MAPA QUE EL EXTRACTO DEJO EN
      * SU SECCION DE EXCEPCIONES ESE DIA Y HOY PARA ESA MONEDA Y
      * SUCURSAL. LAS DIFERENCIAS ABIERTAS SE MANTIENEN EN
      * SUSPENSO.DAT CON ORIGEN CGL Y LA DIFERENCIA NETA QUEDA EN EL
      * PIE DEL REPORTE PARA EL TABLERO DE LA MANANA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ParamFile ASSIGN TO "PARAMCONCIL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARAM-STATUS.
          SELECT TrialBalanceFile ASSIGN TO WS-TB-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TB-STATUS.
          SELECT ExtractFile ASSIGN TO WS-EXTRACT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXTRACT-STATUS.
          SELECT TraceFile ASSIGN TO WS-TRACE-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TRACE-STATUS.
          SELECT GlBalanceFile ASSIGN TO "SALDOSGL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SALDOS-STATUS.
          SELECT ReconReportFile ASSIGN TO WS-REPORT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.
          SELECT SuspenseFile ASSIGN TO "SUSPENSO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SUSP-STATUS.
          SELECT ExceptionLogFile ASSIGN TO "EXCEPTION.LOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXLOG-STATUS.
          SELECT ControlFiguresFile ASSIGN TO "CIFRASCONTROL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CIFRAS-STATUS.
          SELECT ProcessDateFile ASSIGN TO "FECHAPROC.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FECHAPROC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ParamFile.
       01 ParamBuffer            PIC X(20)   VALUES SPACES.
          88 EOFParamFile        VALUES      HIGH-VALUES.
       FD TrialBalanceFile.
       01 TrialBalanceBuffer     PIC X(80)   VALUES SPACES.
          88 EOFTrialBalance     VALUES      HIGH-VALUES.
       FD ExtractFile.
       01 ExtractBuffer          PIC X(60)   VALUES SPACES.
          88 EOFExtractFile      VALUES      HIGH-VALUES.
       FD TraceFile.
       01 TraceBuffer            PIC X(60)   VALUES SPACES.
          88 EOFTraceFile        VALUES      HIGH-VALUES.
       FD GlBalanceFile.
       01 GlBalanceBuffer        PIC X(100)  VALUES SPACES.
          88 EOFGlBalance        VALUES      HIGH-VALUES.
       FD ReconReportFile.
       01 ReconReportRecord      PIC X(80)   VALUES SPACES.
       FD SuspenseFile.
       01 SuspenseBuffer         PIC X(40)   VALUES SPACES.
          88 EOFSuspenseFile     VALUES      HIGH-VALUES.
       FD ExceptionLogFile.
       01 ExceptionLogRecord     PIC X(100)  VALUES SPACES.
       FD ControlFiguresFile.
       01 ControlFiguresRecord   PIC X(80)   VALUES SPACES.
       FD ProcessDateFile.
       01 ProcessDateBuffer      PIC X(8)    VALUES SPACES.
       WORKING-STORAGE SECTION.
       COPY "ExceptionLogFields".
       COPY "ControlFiguresFields".
       COPY "ProcessDateFields".
       01 WS-RUN-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-PARAM-STATUS        PIC X(2)    VALUE SPACE.
          88 ParamFileOK         VALUE "00".
       01 WS-TB-STATUS           PIC X(2)    VALUE SPACE.
          88 TBFileOK            VALUE "00".
       01 WS-EXTRACT-STATUS      PIC X(2)    VALUE SPACE.
          88 ExtractFileOK       VALUE "00".
       01 WS-TRACE-STATUS        PIC X(2)    VALUE SPACE.
          88 TraceFileOK         VALUE "00".
       01 WS-SALDOS-STATUS       PIC X(2)    VALUE SPACE.
          88 GlBalanceFileOK     VALUE "00".
          88 GlBalanceNotFound   VALUE "35".
       01 WS-REPORT-STATUS       PIC X(2)    VALUE SPACE.
          88 ReconReportFileOK   VALUE "00".
       01 WS-SUSP-STATUS         PIC X(2)    VALUE SPACE.
          88 SuspenseFileOK      VALUE "00".
       01 WS-TB-FILENAME         PIC X(30)   VALUE SPACES.
       01 WS-EXTRACT-FILENAME    PIC X(30)   VALUE SPACES.
       01 WS-TRACE-FILENAME      PIC X(30)   VALUE SPACES.
       01 WS-REPORT-FILENAME     PIC X(30)   VALUE SPACES.
      * LINEA DE PARAMCONCIL.DAT: MONEDA Y CUENTA CONTABLE DE CONTROL
      * DE DEPOSITOS EN ESA MONEDA. VARIAS MONEDAS PUEDEN COMPARTIR LA
      * MISMA CUENTA (GLMAP NO DISTINGUE MONEDA); UNA MONEDA TIENE UNA
      * SOLA CUENTA DE CONTROL.
       01 WS-PARAM-LINE.
          05 PC-MONEDA           PIC X(3)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 PC-CUENTA-GL        PIC 9(8)    VALUE ZERO.
       01 ControlTable.
          05 ControlCount        PIC 9(2)    VALUE ZERO.
          05 ControlEntry OCCURS 10 TIMES.
             10 CT-MONEDA        PIC X(3).
             10 CT-CUENTA-GL     PIC 9(8).
       01 ControlIdx             PIC 9(2)    VALUE ZERO.
       01 WS-CT-FOUND-SW         PIC X(1)    VALUE "N".
          88 WS-CT-FOUND         VALUE "Y".
      * LINEAS DEL EXTRACTO CONTABLE CON EL TRAZADO DE
      * Practica2ExtractoGL: "D" PATA DEL ASIENTO, "X" MOVIMIENTO SIN
      * MAPA EN LA SECCION DE EXCEPCIONES.
       01 WS-GL-DETAIL.
          05 GD-TIPO             PIC X(1)    VALUE SPACE.
             88 LineaDetalle     VALUE "D".
             88 LineaSinMapa     VALUE "X".
          05 GD-CUENTA-GL        PIC 9(8)    VALUE ZERO.
          05 GD-LADO             PIC X(1)    VALUE SPACE.
             88 LadoDebe         VALUE "D".
             88 LadoHaber        VALUE "H".
          05 GD-MONTO            PIC 9(11)V9(2) VALUE ZERO.
          05 GD-TIPOMOV          PIC X(10)   VALUE SPACES.
          05 GD-DOC              PIC X(8)    VALUE SPACES.
          05 GD-CUENTA           PIC X(10)   VALUE SPACES.
          05 GD-SUCURSAL         PIC X(4)    VALUE SPACES.
       01 WS-GL-EXCEPTION.
          05 GX-TIPO             PIC X(1)    VALUE SPACE.
          05 GX-DOC              PIC X(8)    VALUE SPACES.
          05 GX-CUENTA           PIC X(10)   VALUE SPACES.
          05 GX-TIPOMOV          PIC X(10)   VALUE SPACES.
          05 GX-MONTO            PIC 9(9)V9(2) VALUE ZERO.
          05 FILLER              PIC X(9)    VALUE SPACES.
      * DETALLE DEL BALANCE DE COMPROBACION CON EL TRAZADO DE
      * Practica2-4Sesion6. LAS LINEAS DE PLAZO FIJO Y DE TOTALES VAN
      * SANGRADAS; SOLO LAS CUENTAS EMPIEZAN EN LA PRIMERA COLUMNA.
       01 WS-TB-DETAIL.
          05 TBD-DOC             PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 TBD-CUENTA          PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 TBD-ESTADO          PIC X(1)    VALUE SPACE.
          05 FILLER              PIC X       VALUE SPACE.
          05 TBD-MONEDA          PIC X(3)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 TBD-SUCURSAL        PIC X(4)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 TBD-SALDO           PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X(39)   VALUE SPACES.
       01 WS-SALDO-NUM           PIC S9(10)  VALUE ZERO.
       01 WS-NEG-SW              PIC X(1)    VALUE "N".
          88 WS-SALDO-NEG        VALUE "Y".
       01 WS-PARSE-IDX           PIC 9(2)    VALUE ZERO.
       01 WS-PARSE-CHAR          PIC X(1)    VALUE SPACE.
       01 WS-PARSE-DIGIT         PIC 9(1)    VALUE ZERO.
      * CUENTAS DEL AUXILIAR: MONEDA Y SUCURSAL DE CADA CUENTA DEL
      * BALANCE, PARA UBICAR LAS PATAS Y LOS SIN MAPA DEL EXTRACTO.
       01 AccountTable.
          05 AccountCount        PIC 9(5)    VALUE ZERO.
          05 AccountEntry OCCURS 20000 TIMES.
             10 AC-CUENTA        PIC X(10).
             10 AC-MONEDA        PIC X(3).
             10 AC-SUCURSAL      PIC X(4).
       01 AccountIdx             PIC 9(5)    VALUE ZERO.
       01 WS-AC-FOUND-SW         PIC X(1)    VALUE "N".
          88 WS-AC-FOUND         VALUE "Y".
      * LINEA DE SALDOSGL.DAT: SALDO CORRIDO DE LA CUENTA DE CONTROL
      * POR MONEDA Y SUCURSAL A LA FECHA DEL ULTIMO EXTRACTO APLICADO,
      * CON EL DIA EN QUE APARECIO SU DIFERENCIA ABIERTA (CERO SI
      * CUADRA), Y LOS MISMOS DATOS ANTES DE ESE EXTRACTO PARA QUE
      * REPROCESAR LA MISMA FECHA NO LO APLIQUE DOS VECES.
       01 WS-SALDOSGL-LINE.
          05 SG-CUENTA-GL        PIC 9(8)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 SG-MONEDA           PIC X(3)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 SG-SUCURSAL         PIC X(4)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 SG-SALDO            PIC S9(13)V9(2) SIGN IS LEADING
                                 SEPARATE CHARACTER VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 SG-FECHA            PIC 9(8)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 SG-DESDE            PIC 9(8)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 SG-SALDO-ANT        PIC S9(13)V9(2) SIGN IS LEADING
                                 SEPARATE CHARACTER VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 SG-FECHA-ANT        PIC 9(8)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 SG-DESDE-ANT        PIC 9(8)    VALUE ZERO.
       01 BalanceTable.
          05 BalanceCount        PIC 9(3)    VALUE ZERO.
          05 BalanceEntry OCCURS 500 TIMES.
             10 BL-CUENTA-GL     PIC 9(8).
             10 BL-MONEDA        PIC X(3).
             10 BL-SUCURSAL      PIC X(4).
             10 BL-SALDO-ANT     PIC S9(13)V9(2).
             10 BL-FECHA-ANT     PIC 9(8).
             10 BL-DESDE-ANT     PIC 9(8).
             10 BL-MOVIMIENTO    PIC S9(13)V9(2).
             10 BL-SALDO         PIC S9(13)V9(2).
             10 BL-AUXILIAR      PIC S9(13)V9(2).
             10 BL-DIFERENCIA    PIC S9(13)V9(2).
             10 BL-DESDE         PIC 9(8).
       01 BalanceIdx             PIC 9(3)    VALUE ZERO.
       01 WS-BL-FOUND-SW         PIC X(1)    VALUE "N".
          88 WS-BL-FOUND         VALUE "Y".
       01 WS-FIRST-RUN-SW        PIC X(1)    VALUE "N".
          88 WS-FIRST-RUN        VALUE "Y".
       01 WS-FIND-MONEDA         PIC X(3)    VALUE SPACES.
       01 WS-FIND-SUCURSAL       PIC X(4)    VALUE SPACES.
       01 WS-FIND-CUENTA         PIC X(10)   VALUE SPACES.
       01 WS-LEG-MONEDA          PIC X(3)    VALUE SPACES.
       01 WS-LEG-SUCURSAL        PIC X(4)    VALUE SPACES.
      * EL BALANCE DE COMPROBACION LISTA LOS SALDOS EN UNIDADES
      * ENTERAS: UNA DIFERENCIA MENOR A UNA UNIDAD ES REDONDEO.
       01 WS-TOLERANCIA          PIC 9(1)V9(2) VALUE 0.99.
       01 WS-ABS-DIF             PIC 9(13)V9(2) VALUE ZERO.
       01 WS-NET-DIF             PIC S9(13)V9(2) VALUE ZERO.
       01 WS-ABS-TOTAL           PIC 9(13)V9(2) VALUE ZERO.
       01 WS-TB-COUNT            PIC 9(7)    VALUE ZERO.
       01 WS-LEG-COUNT           PIC 9(7)    VALUE ZERO.
       01 WS-LEG-SKIPPED         PIC 9(7)    VALUE ZERO.
       01 WS-UNMAPPED-COUNT      PIC 9(5)    VALUE ZERO.
       01 WS-DIF-COUNT           PIC 9(4)    VALUE ZERO.
       01 WS-OK-COUNT            PIC 9(4)    VALUE ZERO.
       01 WS-TRACE-DATE          PIC 9(8)    VALUE ZERO.
       01 WS-TRACE-COUNT         PIC 9(4)    VALUE ZERO.
      * LINEAS DE CONCILGL_<FECHA>.DAT.
       01 WS-REP-TITLE.
          05 FILLER              PIC X(43)
             VALUE "CONCILIACION MAYOR - AUXILIAR DE DEPOSITOS ".
          05 RTI-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-REP-HEADER.
          05 FILLER              PIC X(40)
             VALUE "CTA GL   MON SUC      SALDO MAYOR  SALDO".
          05 FILLER              PIC X(31)
             VALUE " AUXILIAR      DIFERENCIA DESDE".
       01 WS-REP-DETAIL.
          05 RD-CUENTA-GL        PIC 9(8)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 RD-MONEDA           PIC X(3)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 RD-SUCURSAL         PIC X(4)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 RD-MAYOR            PIC -(11)9.99.
          05 FILLER              PIC X       VALUE SPACE.
          05 RD-AUXILIAR         PIC -(11)9.99.
          05 FILLER              PIC X       VALUE SPACE.
          05 RD-DIFERENCIA       PIC -(11)9.99.
          05 FILLER              PIC X       VALUE SPACE.
          05 RD-DESDE            PIC 9(8)    VALUE ZERO.
       01 WS-REP-TRACE.
          05 FILLER              PIC X(4)    VALUE SPACES.
          05 FILLER              PIC X(9)    VALUE "SIN MAPA ".
          05 RT-FECHA            PIC 9(8)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 RT-DOC              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 RT-CUENTA           PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 RT-TIPOMOV          PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 RT-MONTO            PIC -(9)9.99.
       01 WS-REP-NOTRACE.
          05 FILLER              PIC X(4)    VALUE SPACES.
          05 FILLER              PIC X(40)
             VALUE "SIN MOVIMIENTOS SIN MAPA QUE LA EXPLIQUEN".
      * PIE DEL REPORTE: LO LEE Practica2Tablero PARA SU VEREDICTO.
       01 WS-REP-TRAILER.
          05 FILLER              PIC X(4)    VALUE "NETO".
          05 FILLER              PIC X       VALUE SPACE.
          05 RTR-NETO            PIC -(12)9.99.
          05 FILLER              PIC X       VALUE SPACE.
          05 RTR-ESTADO          PIC X(9)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 RTR-DIFS            PIC 9(4)    VALUE ZERO.
      * PARTIDA DE SUSPENSO CON EL FORMATO QUE MANTIENE
      * Practica2Suspenso. EN LAS DEL MAYOR EL CAMPO DNI LLEVA LA
      * SUCURSAL Y LA MONEDA, Y EL ORIGEN EL DIA EN QUE APARECIO LA
      * DIFERENCIA.
       01 WS-SUSP-LINE.
          05 SU-DNI.
             10 SU-SUCURSAL      PIC X(4)    VALUE SPACES.
             10 SU-MONEDA        PIC X(3)    VALUE SPACES.
             10 FILLER           PIC X(1)    VALUE SPACE.
          05 FILLER              PIC X       VALUE SPACE.
          05 SU-ORIGEN           PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 SU-DIFF             PIC X(12)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 SU-COMENT           PIC X(4)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 SU-FUENTE           PIC X(4)    VALUE SPACES.
             88 SuspensoDeMayor  VALUE "CGL".
       01 WS-DIFF-EDIT           PIC -(7)9.99.
       01 SuspenseTable.
          05 SuspenseCount       PIC 9(4)    VALUE ZERO.
          05 SuspenseEntry OCCURS 2000 TIMES.
             10 SE-LINE          PIC X(40).
       01 SuspenseIdx            PIC 9(4)    VALUE ZERO.
      * CODIGOS DE COMENTARIO DEL ANALISTA EN LAS PARTIDAS DEL MAYOR
      * YA ABIERTAS: SE CONSERVAN MIENTRAS LA DIFERENCIA SIGA ABIERTA.
       01 CommentTable.
          05 CommentCount        PIC 9(3)    VALUE ZERO.
          05 CommentEntry OCCURS 500 TIMES.
             10 CM-DNI           PIC X(8).
             10 CM-ORIGEN        PIC X(8).
             10 CM-COMENT        PIC X(4).
       01 CommentIdx             PIC 9(3)    VALUE ZERO.
       01 D-NETO                 PIC -(12)9.99.
       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "*** CONCILIACION MAYOR - AUXILIAR DE DEPOSITOS ***"
          PERFORM LoadProcessDate
          STRING "BALANCECOMPROB_" DELIMITED BY SIZE
                 WS-RUN-DATE       DELIMITED BY SIZE
                 ".DAT"            DELIMITED BY SIZE
             INTO WS-TB-FILENAME
          STRING "GLEXTRACT_" DELIMITED BY SIZE
                 WS-RUN-DATE  DELIMITED BY SIZE
                 ".DAT"       DELIMITED BY SIZE
             INTO WS-EXTRACT-FILENAME
          STRING "CONCILGL_"  DELIMITED BY SIZE
                 WS-RUN-DATE  DELIMITED BY SIZE
                 ".DAT"       DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
          PERFORM LoadControlAccounts
          PERFORM LoadGlBalances
          PERFORM LoadTrialBalance
          PERFORM ApplyExtract
          IF WS-FIRST-RUN THEN
             PERFORM SeedOpeningBalances
          END-IF
          PERFORM CompareBalances
          PERFORM RewriteGlBalances
          PERFORM UpdateSuspense
          PERFORM WriteControlFigures
          MOVE WS-NET-DIF TO D-NETO
          DISPLAY "============================"
          DISPLAY "CUENTAS DEL AUXILIAR: " WS-TB-COUNT
          DISPLAY "PATAS DE CONTROL    : " WS-LEG-COUNT
          DISPLAY "PATAS FUERA DE CTA  : " WS-LEG-SKIPPED
          DISPLAY "SIN MAPA DEL DIA    : " WS-UNMAPPED-COUNT
          DISPLAY "SALDOS CUADRADOS    : " WS-OK-COUNT
          DISPLAY "SALDOS CON DIFERENC.: " WS-DIF-COUNT
          DISPLAY "DIFERENCIA NETA     : " D-NETO
          DISPLAY "============================"
          STOP RUN.
       LoadProcessDate.
          OPEN INPUT ProcessDateFile
          IF ProcessDateFileOK THEN
             READ ProcessDateFile INTO WS-FECHAPROC-LINE
                AT END CONTINUE
             END-READ
             CLOSE ProcessDateFile
          END-IF
          IF FPR-DATE IS NUMERIC THEN
             MOVE FPR-DATE TO WS-RUN-DATE
          ELSE
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          END-IF
          DISPLAY "LOG: FECHA DE PROCESO: " WS-RUN-DATE.
       LoadControlAccounts.
          OPEN INPUT ParamFile
          IF NOT ParamFileOK THEN
      *      SIN CUENTAS DE CONTROL CONFIGURADAS NO HAY NADA QUE
      *      CONCILIAR: SE AVISA Y LA CADENA SIGUE.
             DISPLAY "AVISO: NO SE ENCONTRO PARAMCONCIL.DAT - SIN "
                "CUENTAS DE CONTROL NO HAY CONCILIACION"
             MOVE "Practica2ConcilGL" TO EXLOG-PROGRAM
             MOVE "FILESTATUS"        TO EXLOG-CODETYPE
             MOVE WS-PARAM-STATUS     TO EXLOG-CODEVALUE
             MOVE "PARAMCONCIL.DAT"   TO EXLOG-KEYVALUE
             PERFORM LogException
             STOP RUN
          END-IF
          READ ParamFile INTO WS-PARAM-LINE
             AT END SET EOFParamFile TO TRUE
          END-READ
          PERFORM UNTIL EOFParamFile
             IF PC-MONEDA IS NOT EQUAL TO SPACES
                   AND PC-CUENTA-GL IS NUMERIC THEN
                MOVE "N" TO WS-CT-FOUND-SW
                PERFORM VARYING ControlIdx FROM 1 BY 1
                   UNTIL ControlIdx > ControlCount
                   IF CT-MONEDA(ControlIdx) IS EQUAL TO PC-MONEDA
                      SET WS-CT-FOUND TO TRUE
                   END-IF
                END-PERFORM
                EVALUATE TRUE
                   WHEN WS-CT-FOUND
                      DISPLAY "AVISO: MONEDA " PC-MONEDA " REPETIDA "
                         "EN PARAMCONCIL.DAT - SE TOMA LA PRIMERA"
                   WHEN ControlCount >= 10
                      DISPLAY "AVISO: MAS DE 10 MONEDAS EN "
                         "PARAMCONCIL.DAT - SE OMITE " PC-MONEDA
                   WHEN OTHER
                      ADD 1 TO ControlCount
                      MOVE PC-MONEDA    TO CT-MONEDA(ControlCount)
                      MOVE PC-CUENTA-GL TO CT-CUENTA-GL(ControlCount)
                END-EVALUATE
             END-IF
             READ ParamFile INTO WS-PARAM-LINE
                AT END SET EOFParamFile TO TRUE
             END-READ
          END-PERFORM
          CLOSE ParamFile
          DISPLAY "LOG: CUENTAS DE CONTROL CARGADAS: " ControlCount
          IF ControlCount IS EQUAL TO ZERO THEN
             DISPLAY "AVISO: PARAMCONCIL.DAT SIN CUENTAS VALIDAS - "
                "NO HAY CONCILIACION"
             STOP RUN
          END-IF.
       LoadGlBalances.
          OPEN INPUT GlBalanceFile
          IF GlBalanceNotFound THEN
             DISPLAY "LOG: SIN SALDOSGL.DAT PREVIO - LOS SALDOS DEL "
                "MAYOR SE ABREN DESDE EL BALANCE DE HOY"
             SET WS-FIRST-RUN TO TRUE
          ELSE
             READ GlBalanceFile INTO WS-SALDOSGL-LINE
                AT END SET EOFGlBalance TO TRUE
             END-READ
             PERFORM UNTIL EOFGlBalance
                IF SG-MONEDA IS NOT EQUAL TO SPACES THEN
                   PERFORM RegisterGlBalance
                END-IF
                READ GlBalanceFile INTO WS-SALDOSGL-LINE
                   AT END SET EOFGlBalance TO TRUE
                END-READ
             END-PERFORM
             CLOSE GlBalanceFile
          END-IF
          DISPLAY "LOG: SALDOS DEL MAYOR ARRASTRADOS: " BalanceCount.
       RegisterGlBalance.
      *   EL SALDO DE PARTIDA DE HOY ES EL QUE QUEDO AL CIERRE DEL
      *   ULTIMO EXTRACTO APLICADO; SI ESE EXTRACTO ES EL DE HOY (UN
      *   REPROCESO) SE PARTE DEL SALDO ANTERIOR A EL.
          IF SG-FECHA IS GREATER THAN WS-RUN-DATE THEN
             DISPLAY "ERROR: SALDOSGL.DAT YA TIENE APLICADO EL "
                "EXTRACTO DEL " SG-FECHA " - NO SE CONCILIA UNA "
                "FECHA ANTERIOR"
             MOVE "Practica2ConcilGL" TO EXLOG-PROGRAM
             MOVE "FECHA"             TO EXLOG-CODETYPE
             MOVE SG-FECHA            TO EXLOG-CODEVALUE
             MOVE "SALDOSGL.DAT"      TO EXLOG-KEYVALUE
             PERFORM LogException
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          IF BalanceCount >= 500 THEN
             DISPLAY "ERROR: MAS DE 500 SALDOS EN SALDOSGL.DAT - SE "
                "DETIENE"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          ADD 1 TO BalanceCount
          INITIALIZE BalanceEntry(BalanceCount)
          MOVE SG-CUENTA-GL TO BL-CUENTA-GL(BalanceCount)
          MOVE SG-MONEDA    TO BL-MONEDA(BalanceCount)
          MOVE SG-SUCURSAL  TO BL-SUCURSAL(BalanceCount)
          IF SG-FECHA IS EQUAL TO WS-RUN-DATE THEN
             MOVE SG-SALDO-ANT TO BL-SALDO-ANT(BalanceCount)
             MOVE SG-FECHA-ANT TO BL-FECHA-ANT(BalanceCount)
             MOVE SG-DESDE-ANT TO BL-DESDE-ANT(BalanceCount)
          ELSE
             MOVE SG-SALDO TO BL-SALDO-ANT(BalanceCount)
             MOVE SG-FECHA TO BL-FECHA-ANT(BalanceCount)
             MOVE SG-DESDE TO BL-DESDE-ANT(BalanceCount)
          END-IF.
       FindBalance.
      *   UBICA (O ABRE EN CERO) EL SALDO DE LA MONEDA Y SUCURSAL
      *   PEDIDAS EN LA CUENTA DE CONTROL DE ESA MONEDA (ControlIdx).
          MOVE "N" TO WS-BL-FOUND-SW
          PERFORM VARYING BalanceIdx FROM 1 BY 1
             UNTIL BalanceIdx > BalanceCount
             IF BL-MONEDA(BalanceIdx) IS EQUAL TO WS-FIND-MONEDA
                   AND BL-SUCURSAL(BalanceIdx) IS EQUAL TO
                      WS-FIND-SUCURSAL THEN
                SET WS-BL-FOUND TO TRUE
                EXIT PERFORM
             END-IF
          END-PERFORM
          IF NOT WS-BL-FOUND THEN
             IF BalanceCount >= 500 THEN
                DISPLAY "ERROR: MAS DE 500 SALDOS DEL MAYOR - SE "
                   "DETIENE"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
             ADD 1 TO BalanceCount
             MOVE BalanceCount TO BalanceIdx
             INITIALIZE BalanceEntry(BalanceIdx)
             MOVE CT-CUENTA-GL(ControlIdx) TO BL-CUENTA-GL(BalanceIdx)
             MOVE WS-FIND-MONEDA   TO BL-MONEDA(BalanceIdx)
             MOVE WS-FIND-SUCURSAL TO BL-SUCURSAL(BalanceIdx)
          END-IF.
       FindControlByMoneda.
          MOVE "N" TO WS-CT-FOUND-SW
          PERFORM VARYING ControlIdx FROM 1 BY 1
             UNTIL ControlIdx > ControlCount
             IF CT-MONEDA(ControlIdx) IS EQUAL TO WS-FIND-MONEDA THEN
                SET WS-CT-FOUND TO TRUE
                EXIT PERFORM
             END-IF
          END-PERFORM.
       LoadTrialBalance.
          OPEN INPUT TrialBalanceFile
          IF NOT TBFileOK THEN
             DISPLAY "ERROR: NO SE ENCONTRO " WS-TB-FILENAME
                " - SIN AUXILIAR NO HAY CONCILIACION"
             MOVE "Practica2ConcilGL" TO EXLOG-PROGRAM
             MOVE "FILESTATUS"        TO EXLOG-CODETYPE
             MOVE WS-TB-STATUS        TO EXLOG-CODEVALUE
             MOVE WS-TB-FILENAME      TO EXLOG-KEYVALUE
             PERFORM LogException
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          READ TrialBalanceFile INTO WS-TB-DETAIL
             AT END SET EOFTrialBalance TO TRUE
          END-READ
          PERFORM UNTIL EOFTrialBalance
             IF TBD-DOC(1:1) IS NOT EQUAL TO SPACE THEN
                PERFORM RegisterSubledgerAccount
             END-IF
             READ TrialBalanceFile INTO WS-TB-DETAIL
                AT END SET EOFTrialBalance TO TRUE
             END-READ
          END-PERFORM
          CLOSE TrialBalanceFile
          DISPLAY "LOG: CUENTAS DEL BALANCE LEIDAS: " WS-TB-COUNT.
       RegisterSubledgerAccount.
          ADD 1 TO WS-TB-COUNT
          IF AccountCount < 20000 THEN
             ADD 1 TO AccountCount
             MOVE TBD-CUENTA   TO AC-CUENTA(AccountCount)
             MOVE TBD-MONEDA   TO AC-MONEDA(AccountCount)
             MOVE TBD-SUCURSAL TO AC-SUCURSAL(AccountCount)
          ELSE
             DISPLAY "AVISO: MAS DE 20000 CUENTAS - " TBD-CUENTA
                " NO SE UBICA PARA LOS SIN MAPA"
          END-IF
          MOVE TBD-MONEDA TO WS-FIND-MONEDA
          PERFORM FindControlByMoneda
          IF WS-CT-FOUND THEN
             PERFORM ParseSaldo
             MOVE TBD-SUCURSAL TO WS-FIND-SUCURSAL
             PERFORM FindBalance
             ADD WS-SALDO-NUM TO BL-AUXILIAR(BalanceIdx)
          END-IF.
       ParseSaldo.
      *   EL SALDO VIENE EDITADO (-(9)9): SE TOMAN LOS DIGITOS Y EL
      *   SIGNO QUE PUEDA TRAER ADELANTE.
          MOVE ZERO TO WS-SALDO-NUM
          MOVE "N" TO WS-NEG-SW
          PERFORM VARYING WS-PARSE-IDX FROM 1 BY 1
             UNTIL WS-PARSE-IDX > 10
             MOVE TBD-SALDO(WS-PARSE-IDX:1) TO WS-PARSE-CHAR
             IF WS-PARSE-CHAR IS EQUAL TO "-" THEN
                MOVE "Y" TO WS-NEG-SW
             END-IF
             IF WS-PARSE-CHAR IS NUMERIC THEN
                MOVE WS-PARSE-CHAR TO WS-PARSE-DIGIT
                COMPUTE WS-SALDO-NUM =
                   WS-SALDO-NUM * 10 + WS-PARSE-DIGIT
             END-IF
          END-PERFORM
          IF WS-SALDO-NEG THEN
             COMPUTE WS-SALDO-NUM = WS-SALDO-NUM * -1
          END-IF.
       FindAccount.
          MOVE "N" TO WS-AC-FOUND-SW
          PERFORM VARYING AccountIdx FROM 1 BY 1
             UNTIL AccountIdx > AccountCount
             IF AC-CUENTA(AccountIdx) IS EQUAL TO WS-FIND-CUENTA
                SET WS-AC-FOUND TO TRUE
                EXIT PERFORM
             END-IF
          END-PERFORM.
       ApplyExtract.
          OPEN INPUT ExtractFile
          IF NOT ExtractFileOK THEN
             DISPLAY "ERROR: NO SE ENCONTRO " WS-EXTRACT-FILENAME
                " - SIN EXTRACTO NO HAY CONCILIACION"
             MOVE "Practica2ConcilGL"  TO EXLOG-PROGRAM
             MOVE "FILESTATUS"         TO EXLOG-CODETYPE
             MOVE WS-EXTRACT-STATUS    TO EXLOG-CODEVALUE
             MOVE WS-EXTRACT-FILENAME  TO EXLOG-KEYVALUE
             PERFORM LogException
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          READ ExtractFile INTO WS-GL-DETAIL
             AT END SET EOFExtractFile TO TRUE
          END-READ
          PERFORM UNTIL EOFExtractFile
             EVALUATE TRUE
                WHEN LineaDetalle
                   PERFORM ApplyJournalLeg
                WHEN LineaSinMapa
                   ADD 1 TO WS-UNMAPPED-COUNT
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
             READ ExtractFile INTO WS-GL-DETAIL
                AT END SET EOFExtractFile TO TRUE
             END-READ
          END-PERFORM
          CLOSE ExtractFile.
       ApplyJournalLeg.
      *   SOLO INTERESAN LAS PATAS DE LAS CUENTAS DE CONTROL. LA
      *   MONEDA ES LA DE LA CUENTA DEL CLIENTE EN EL BALANCE; LAS
      *   PATAS INTERNAS (RED, CAMBIO) TOMAN LA PRIMERA MONEDA QUE
      *   USA ESA CUENTA CONTABLE. LA SUCURSAL ES LA DEL ASIENTO.
          MOVE "N" TO WS-CT-FOUND-SW
          PERFORM VARYING ControlIdx FROM 1 BY 1
             UNTIL ControlIdx > ControlCount
             IF CT-CUENTA-GL(ControlIdx) IS EQUAL TO GD-CUENTA-GL
                SET WS-CT-FOUND TO TRUE
                EXIT PERFORM
             END-IF
          END-PERFORM
          IF WS-CT-FOUND THEN
             MOVE CT-MONEDA(ControlIdx) TO WS-LEG-MONEDA
             MOVE GD-CUENTA TO WS-FIND-CUENTA
             PERFORM FindAccount
             IF WS-AC-FOUND THEN
                MOVE AC-MONEDA(AccountIdx) TO WS-LEG-MONEDA
             END-IF
             MOVE WS-LEG-MONEDA TO WS-FIND-MONEDA
             PERFORM FindControlByMoneda
             IF NOT WS-CT-FOUND
                   OR CT-CUENTA-GL(ControlIdx) IS NOT EQUAL TO
                      GD-CUENTA-GL THEN
      *         LA CUENTA DEL CLIENTE ES DE UNA MONEDA QUE SE CONTROLA
      *         EN OTRA CUENTA CONTABLE (O EN NINGUNA): LA PATA NO SE
      *         MEZCLA CON OTRA MONEDA Y QUEDA EN EXCEPTION.LOG.
                ADD 1 TO WS-LEG-SKIPPED
                MOVE "Practica2ConcilGL" TO EXLOG-PROGRAM
                MOVE "CTAMONEDA"         TO EXLOG-CODETYPE
                MOVE WS-LEG-MONEDA       TO EXLOG-CODEVALUE
                MOVE SPACES              TO EXLOG-KEYVALUE
                STRING GD-CUENTA-GL DELIMITED BY SIZE
                       SPACE        DELIMITED BY SIZE
                       GD-CUENTA    DELIMITED BY SIZE
                       SPACE        DELIMITED BY SIZE
                       GD-TIPOMOV   DELIMITED BY SIZE
                   INTO EXLOG-KEYVALUE
                PERFORM LogException
             ELSE
                ADD 1 TO WS-LEG-COUNT
                MOVE GD-SUCURSAL TO WS-FIND-SUCURSAL
                PERFORM FindBalance
                IF LadoHaber THEN
                   ADD GD-MONTO TO BL-MOVIMIENTO(BalanceIdx)
                ELSE
                   SUBTRACT GD-MONTO FROM BL-MOVIMIENTO(BalanceIdx)
                END-IF
             END-IF
          END-IF.
       SeedOpeningBalances.
      *   PRIMERA CONCILIACION: EL MAYOR NO TIENE SALDO PREVIO EN ESTE
      *   REGISTRO, ASI QUE SE ABRE CON EL AUXILIAR MENOS EL MOVIMIENTO
      *   DEL DIA. DESDE LA NOCHE SIGUIENTE EL SALDO CORRE SOLO CON
      *   LOS EXTRACTOS.
          PERFORM VARYING BalanceIdx FROM 1 BY 1
             UNTIL BalanceIdx > BalanceCount
             COMPUTE BL-SALDO-ANT(BalanceIdx) =
                BL-AUXILIAR(BalanceIdx) - BL-MOVIMIENTO(BalanceIdx)
          END-PERFORM
          MOVE "Practica2ConcilGL" TO EXLOG-PROGRAM
          MOVE "APERTURA"          TO EXLOG-CODETYPE
          MOVE SPACES              TO EXLOG-CODEVALUE
          MOVE "SALDOSGL.DAT"      TO EXLOG-KEYVALUE
          PERFORM LogException.
       CompareBalances.
          OPEN OUTPUT ReconReportFile
          IF NOT ReconReportFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR " WS-REPORT-FILENAME
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE WS-RUN-DATE TO RTI-DATE
          WRITE ReconReportRecord FROM WS-REP-TITLE
          WRITE ReconReportRecord FROM WS-REP-HEADER
          PERFORM VARYING BalanceIdx FROM 1 BY 1
             UNTIL BalanceIdx > BalanceCount
             PERFORM CompareOneBalance
          END-PERFORM
          MOVE WS-NET-DIF TO RTR-NETO
          IF WS-NET-DIF IS EQUAL TO ZERO THEN
             MOVE "CUADRADO" TO RTR-ESTADO
          ELSE
             MOVE "DESCUADRE" TO RTR-ESTADO
          END-IF
          MOVE WS-DIF-COUNT TO RTR-DIFS
          WRITE ReconReportRecord FROM WS-REP-TRAILER
          CLOSE ReconReportFile.
       CompareOneBalance.
          COMPUTE BL-SALDO(BalanceIdx) =
             BL-SALDO-ANT(BalanceIdx) + BL-MOVIMIENTO(BalanceIdx)
          COMPUTE BL-DIFERENCIA(BalanceIdx) =
             BL-SALDO(BalanceIdx) - BL-AUXILIAR(BalanceIdx)
          IF BL-DIFERENCIA(BalanceIdx) IS LESS THAN ZERO THEN
             COMPUTE WS-ABS-DIF = BL-DIFERENCIA(BalanceIdx) * -1
          ELSE
             MOVE BL-DIFERENCIA(BalanceIdx) TO WS-ABS-DIF
          END-IF
          IF WS-ABS-DIF IS NOT GREATER THAN WS-TOLERANCIA THEN
             ADD 1 TO WS-OK-COUNT
             MOVE ZERO TO BL-DIFERENCIA(BalanceIdx)
             MOVE ZERO TO BL-DESDE(BalanceIdx)
          ELSE
             ADD 1 TO WS-DIF-COUNT
             ADD BL-DIFERENCIA(BalanceIdx) TO WS-NET-DIF
             ADD WS-ABS-DIF TO WS-ABS-TOTAL
      *      LA DIFERENCIA CONSERVA EL DIA EN QUE APARECIO MIENTRAS
      *      NO SE CIERRE.
             IF BL-DESDE-ANT(BalanceIdx) IS EQUAL TO ZERO THEN
                MOVE WS-RUN-DATE TO BL-DESDE(BalanceIdx)
             ELSE
                MOVE BL-DESDE-ANT(BalanceIdx) TO BL-DESDE(BalanceIdx)
             END-IF
             PERFORM ReportDifference
          END-IF.
       ReportDifference.
          MOVE SPACES TO ReconReportRecord
          MOVE BL-CUENTA-GL(BalanceIdx)  TO RD-CUENTA-GL
          MOVE BL-MONEDA(BalanceIdx)     TO RD-MONEDA
          MOVE BL-SUCURSAL(BalanceIdx)   TO RD-SUCURSAL
          MOVE BL-SALDO(BalanceIdx)      TO RD-MAYOR
          MOVE BL-AUXILIAR(BalanceIdx)   TO RD-AUXILIAR
          MOVE BL-DIFERENCIA(BalanceIdx) TO RD-DIFERENCIA
          MOVE BL-DESDE(BalanceIdx)      TO RD-DESDE
          WRITE ReconReportRecord FROM WS-REP-DETAIL
          DISPLAY WS-REP-DETAIL
          MOVE BL-DIFERENCIA(BalanceIdx) TO WS-DIFF-EDIT
          MOVE "Practica2ConcilGL"   TO EXLOG-PROGRAM
          MOVE "DIFMAYOR"            TO EXLOG-CODETYPE
          MOVE WS-DIFF-EDIT          TO EXLOG-CODEVALUE
          MOVE SPACES                TO EXLOG-KEYVALUE
          STRING BL-CUENTA-GL(BalanceIdx) DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 BL-MONEDA(BalanceIdx) DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 BL-SUCURSAL(BalanceIdx) DELIMITED BY SIZE
             INTO EXLOG-KEYVALUE
          PERFORM LogException
      *   RASTRO: LOS SIN MAPA DE LA MISMA MONEDA Y SUCURSAL EN EL
      *   EXTRACTO DEL DIA EN QUE APARECIO LA DIFERENCIA Y EN EL DE HOY.
          MOVE ZERO TO WS-TRACE-COUNT
          MOVE BL-DESDE(BalanceIdx) TO WS-TRACE-DATE
          PERFORM TraceUnmapped
          IF BL-DESDE(BalanceIdx) IS NOT EQUAL TO WS-RUN-DATE THEN
             MOVE WS-RUN-DATE TO WS-TRACE-DATE
             PERFORM TraceUnmapped
          END-IF
          IF WS-TRACE-COUNT IS EQUAL TO ZERO THEN
             WRITE ReconReportRecord FROM WS-REP-NOTRACE
          END-IF.
       TraceUnmapped.
          MOVE SPACES TO WS-TRACE-FILENAME
          STRING "GLEXTRACT_"  DELIMITED BY SIZE
                 WS-TRACE-DATE DELIMITED BY SIZE
                 ".DAT"        DELIMITED BY SIZE
             INTO WS-TRACE-FILENAME
          OPEN INPUT TraceFile
          IF NOT TraceFileOK THEN
             DISPLAY "AVISO: NO SE ENCONTRO " WS-TRACE-FILENAME
                " PARA EL RASTRO DE LA DIFERENCIA"
             CLOSE TraceFile
          ELSE
             READ TraceFile INTO WS-GL-EXCEPTION
                AT END SET EOFTraceFile TO TRUE
             END-READ
             PERFORM UNTIL EOFTraceFile
                IF GX-TIPO IS EQUAL TO "X" THEN
                   PERFORM TraceOneUnmapped
                END-IF
                READ TraceFile INTO WS-GL-EXCEPTION
                   AT END SET EOFTraceFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE TraceFile
          END-IF.
       TraceOneUnmapped.
          MOVE GX-CUENTA TO WS-FIND-CUENTA
          PERFORM FindAccount
          IF WS-AC-FOUND
                AND AC-MONEDA(AccountIdx) IS EQUAL TO
                   BL-MONEDA(BalanceIdx)
                AND AC-SUCURSAL(AccountIdx) IS EQUAL TO
                   BL-SUCURSAL(BalanceIdx) THEN
             ADD 1 TO WS-TRACE-COUNT
             MOVE WS-TRACE-DATE TO RT-FECHA
             MOVE GX-DOC        TO RT-DOC
             MOVE GX-CUENTA     TO RT-CUENTA
             MOVE GX-TIPOMOV    TO RT-TIPOMOV
             MOVE GX-MONTO      TO RT-MONTO
             WRITE ReconReportRecord FROM WS-REP-TRACE
          END-IF.
       RewriteGlBalances.
          OPEN OUTPUT GlBalanceFile
          IF NOT GlBalanceFileOK THEN
             DISPLAY "ERROR: NO SE PUDO REESCRIBIR SALDOSGL.DAT"
             MOVE "Practica2ConcilGL" TO EXLOG-PROGRAM
             MOVE "FILESTATUS"        TO EXLOG-CODETYPE
             MOVE WS-SALDOS-STATUS    TO EXLOG-CODEVALUE
             MOVE "SALDOSGL.DAT"      TO EXLOG-KEYVALUE
             PERFORM LogException
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          PERFORM VARYING BalanceIdx FROM 1 BY 1
             UNTIL BalanceIdx > BalanceCount
             MOVE BL-CUENTA-GL(BalanceIdx)  TO SG-CUENTA-GL
             MOVE BL-MONEDA(BalanceIdx)     TO SG-MONEDA
             MOVE BL-SUCURSAL(BalanceIdx)   TO SG-SUCURSAL
             MOVE BL-SALDO(BalanceIdx)      TO SG-SALDO
             MOVE WS-RUN-DATE               TO SG-FECHA
             MOVE BL-DESDE(BalanceIdx)      TO SG-DESDE
             MOVE BL-SALDO-ANT(BalanceIdx)  TO SG-SALDO-ANT
             MOVE BL-FECHA-ANT(BalanceIdx)  TO SG-FECHA-ANT
             MOVE BL-DESDE-ANT(BalanceIdx)  TO SG-DESDE-ANT
             WRITE GlBalanceBuffer FROM WS-SALDOSGL-LINE
          END-PERFORM
          CLOSE GlBalanceFile.
       UpdateSuspense.
      *   LAS PARTIDAS DEL MAYOR SE REEMPLAZAN CADA NOCHE POR LAS
      *   DIFERENCIAS ABIERTAS DE HOY: LA QUE CUADRO SALE SOLA, LA QUE
      *   SIGUE CONSERVA SU ORIGEN Y EL COMENTARIO DEL ANALISTA. LAS
      *   DEMAS PARTIDAS DE SUSPENSO.DAT SE COPIAN SIN TOCARLAS.
          OPEN INPUT SuspenseFile
          IF NOT SuspenseFileOK THEN
             CLOSE SuspenseFile
          ELSE
             READ SuspenseFile INTO WS-SUSP-LINE
                AT END SET EOFSuspenseFile TO TRUE
             END-READ
             PERFORM UNTIL EOFSuspenseFile
                IF SuspensoDeMayor THEN
                   IF CommentCount < 500
                         AND SU-COMENT IS NOT EQUAL TO SPACES THEN
                      ADD 1 TO CommentCount
                      MOVE SU-DNI    TO CM-DNI(CommentCount)
                      MOVE SU-ORIGEN TO CM-ORIGEN(CommentCount)
                      MOVE SU-COMENT TO CM-COMENT(CommentCount)
                   END-IF
                ELSE
                   IF SuspenseCount >= 2000 THEN
                      DISPLAY "ERROR: CARTERA DE SUSPENSO LLENA - "
                         "SE DETIENE"
                      MOVE 1 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO SuspenseCount
                   MOVE WS-SUSP-LINE TO SE-LINE(SuspenseCount)
                END-IF
                READ SuspenseFile INTO WS-SUSP-LINE
                   AT END SET EOFSuspenseFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE SuspenseFile
          END-IF
          OPEN OUTPUT SuspenseFile
          PERFORM VARYING SuspenseIdx FROM 1 BY 1
             UNTIL SuspenseIdx > SuspenseCount
             WRITE SuspenseBuffer FROM SE-LINE(SuspenseIdx)
          END-PERFORM
          PERFORM VARYING BalanceIdx FROM 1 BY 1
             UNTIL BalanceIdx > BalanceCount
             IF BL-DIFERENCIA(BalanceIdx) IS NOT EQUAL TO ZERO THEN
                PERFORM WriteSuspenseItem
             END-IF
          END-PERFORM
          CLOSE SuspenseFile.
       WriteSuspenseItem.
          MOVE SPACES TO WS-SUSP-LINE
          MOVE BL-SUCURSAL(BalanceIdx)   TO SU-SUCURSAL
          MOVE BL-MONEDA(BalanceIdx)     TO SU-MONEDA
          MOVE BL-DESDE(BalanceIdx)      TO SU-ORIGEN
          MOVE BL-DIFERENCIA(BalanceIdx) TO WS-DIFF-EDIT
          MOVE WS-DIFF-EDIT              TO SU-DIFF
          MOVE "CGL"                     TO SU-FUENTE
          PERFORM VARYING CommentIdx FROM 1 BY 1
             UNTIL CommentIdx > CommentCount
             IF CM-DNI(CommentIdx) IS EQUAL TO SU-DNI
                   AND CM-ORIGEN(CommentIdx) IS EQUAL TO
                      SU-ORIGEN THEN
                MOVE CM-COMENT(CommentIdx) TO SU-COMENT
             END-IF
          END-PERFORM
          WRITE SuspenseBuffer FROM WS-SUSP-LINE.
       WriteControlFigures.
          MOVE "Practica2ConcilGL" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          MOVE WS-LEG-COUNT TO CIF-READ
          MOVE WS-OK-COUNT TO CIF-WRITTEN
          MOVE WS-DIF-COUNT TO CIF-REJECTED
          MOVE WS-ABS-TOTAL TO CIF-AMOUNT
          OPEN EXTEND ControlFiguresFile
          IF NOT ControlFiguresFileOK THEN
             CLOSE ControlFiguresFile
             OPEN OUTPUT ControlFiguresFile
          END-IF
          WRITE ControlFiguresRecord FROM WS-CIFRAS-LINE
          CLOSE ControlFiguresFile.
       LogException.
          MOVE WS-RUN-DATE TO EXLOG-DATE
          ACCEPT EXLOG-TIME FROM TIME
          OPEN EXTEND ExceptionLogFile
          IF NOT ExceptionLogFileOK THEN
             CLOSE ExceptionLogFile
             OPEN OUTPUT ExceptionLogFile
          END-IF
          WRITE ExceptionLogRecord FROM WS-EXLOG-LINE
          CLOSE ExceptionLogFile.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Practica2Parametros.
      * MANTENIMIENTO CONTROLADO DE LOS ARCHIVOS DE PARAMETROS DE LA
      * CADENA (TARIFARIO, TASAS, ITF, LIMITES, REGLAS DE FRAUDE,
      * UMBRALES REGULATORIOS, AVISOS, INACTIVIDAD, SUSPENSO, MAPEO
      * CONTABLE Y TIPO DE CAMBIO). NINGUN ARCHIVO SE EDITA A MANO:
      * CADA CAMBIO ES UNA LINEA NUEVA, MODIFICADA O DADA DE BAJA,
      * IDENTIFICADA POR SU CLAVE (#N PARA LAS LINEAS FIJAS DE
      * POSICION, COMO LA TASA DE LA LINEA 1), CON UNA FECHA DE
      * VIGENCIA Y LA FIRMA DE QUIEN LA SOLICITA. EL CAMBIO QUEDA
      * PENDIENTE EN PARAMCAMBIO.DAT HASTA QUE OTRO OPERADOR LO
      * APRUEBA, Y LA CADENA LO APLICA LA NOCHE EN QUE ENTRA EN
      * VIGENCIA, DEJANDO EN PARAMHIST.DAT LA VERSION DEL ARCHIVO, EL
      * VALOR ANTERIOR, EL NUEVO, QUIEN LO PIDIO, QUIEN LO APROBO Y LA
      * FECHA DE PROCESO DESDE LA QUE RIGE. ANTES DE ENCOLAR, DE
      * APROBAR Y DE APLICAR, EL ARCHIVO COMPLETO CON EL CAMBIO SE
      * VALIDA CONTRA SU TRAZADO Y SUS RANGOS.
      * MODOS:
      *   S  SOLICITUD DE CAMBIO: OPERADOR QUE LO PIDE
      *   A  APROBACION DE LOS PENDIENTES: OPERADOR QUE APRUEBA (NO
      *      PUEDE SER EL MISMO QUE LO PIDIO)
      *   V  VIGENCIA (CADENA NOCTURNA): APLICA LOS APROBADOS CON
      *      VIGENCIA HASTA LA FECHA DE PROCESO Y VALIDA TODOS LOS
      *      ARCHIVOS; UN ARCHIVO INVALIDO DETIENE LA CADENA
      *   C  VALIDACION DE TODOS LOS ARCHIVOS, SIN APLICAR NADA
      *   H  VERSION VIGENTE A UNA FECHA DE PROCESO PASADA: FECHA Y,
      *      OPCIONALMENTE, ARCHIVO PARA VER SU CONTENIDO A ESA FECHA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ParamFile ASSIGN TO WS-PARAM-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARAM-STATUS.
          SELECT ChangeFile ASSIGN TO "PARAMCAMBIO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CHANGE-STATUS.
          SELECT HistoryFile ASSIGN TO "PARAMHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HIST-STATUS.
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
       01 ParamBuffer         PIC X(80)   VALUES SPACES.
          88 EOFParamFile     VALUES      HIGH-VALUES.
       FD ChangeFile.
       01 ChangeBuffer        PIC X(120)  VALUES SPACES.
          88 EOFChangeFile    VALUES      HIGH-VALUES.
       FD HistoryFile.
       01 HistoryBuffer       PIC X(170)  VALUES SPACES.
          88 EOFHistoryFile   VALUES      HIGH-VALUES.
       FD ExceptionLogFile.
       01 ExceptionLogRecord  PIC X(100)  VALUES SPACES.
       FD ControlFiguresFile.
       01 ControlFiguresRecord PIC X(80)  VALUES SPACES.
       FD ProcessDateFile.
       01 ProcessDateBuffer   PIC X(8)    VALUES SPACES.
       WORKING-STORAGE SECTION.
       COPY "ExceptionLogFields".
       COPY "ControlFiguresFields".
       COPY "ProcessDateFields".
       01 WS-RUN-DATE         PIC 9(8)    VALUE ZERO.
       01 WS-TODAY            PIC 9(8)    VALUE ZERO.
       01 WS-PARAM-STATUS     PIC X(2)    VALUE SPACE.
          88 ParamFileOK      VALUE "00".
          88 ParamFileNotFound VALUE "35".
       01 WS-CHANGE-STATUS    PIC X(2)    VALUE SPACE.
          88 ChangeFileOK     VALUE "00".
          88 ChangeFileNotFound VALUE "35".
       01 WS-HIST-STATUS      PIC X(2)    VALUE SPACE.
          88 HistoryFileOK    VALUE "00".
       01 WS-PARAM-FILENAME   PIC X(40)   VALUE SPACES.
       01 WS-CMDLINE          PIC X(80)   VALUE SPACES.
       01 WS-CMDLINE-FIELDS REDEFINES WS-CMDLINE.
          05 WS-MODE          PIC X(1).
             88 RequestMode   VALUE "S".
             88 ApproveMode   VALUE "A".
             88 ApplyMode     VALUE "V".
             88 CheckMode     VALUE "C".
             88 HistoryMode   VALUE "H".
          05 FILLER           PIC X.
          05 WS-CMDDATA       PIC X(78).
       01 WS-OPERATOR         PIC X(8)    VALUE SPACES.
      * CATALOGO DE ARCHIVOS BAJO MANTENIMIENTO. POR ARCHIVO: CODIGO,
      * NOMBRE, CANTIDAD DE LINEAS FIJAS AL INICIO (CLAVE #1, #2...),
      * POSICION Y LARGO DE LA CLAVE DE LAS DEMAS LINEAS (CERO SI EL
      * ARCHIVO SOLO TIENE LINEAS FIJAS), S SI LAS ALTAS VAN AL
      * PRINCIPIO DEL ARCHIVO, Y EL TRAZADO QUE SE MUESTRA AL
      * OPERADOR.
       01 WS-CATALOG.
          05 FILLER           PIC X(32)
                              VALUE "TARIFARIO   TARIFARIO.DAT".
          05 FILLER           PIC X(6)    VALUE "00110N".
          05 FILLER           PIC X(40)
                   VALUE "TIPOMOV(10) COMISION(5) LIBRES(3)".
          05 FILLER           PIC X(32)
                              VALUE "TASAINTERES TASAINTERES.DAT".
          05 FILLER           PIC X(6)    VALUE "20000N".
          05 FILLER           PIC X(40)
                   VALUE "#1 TASA MENSUAL 9(2)V9(4) #2 SOBREGIRO".
          05 FILLER           PIC X(32)
                              VALUE "PARAMITF    PARAMITF.DAT".
          05 FILLER           PIC X(6)    VALUE "10110N".
          05 FILLER           PIC X(40)
                   VALUE "#1 TASA 9V9(6) / TIPOMOV EXONERADO(10)".
          05 FILLER           PIC X(32)
                              VALUE "LIMITES     LIMITES.DAT".
          05 FILLER           PIC X(6)    VALUE "00108N".
          05 FILLER           PIC X(40)
                   VALUE "DNI(8) MONTO 9(9)V99 OPERACIONES(3)".
          05 FILLER           PIC X(32)
                              VALUE "REGLAS      REGLAS.DAT".
          05 FILLER           PIC X(6)    VALUE "00111N".
          05 FILLER           PIC X(40)
                   VALUE "TIPO(11) UMBRAL(5) VENTANA(4) SEVER(1)".
          05 FILLER           PIC X(32)
                              VALUE "PARAMREGUL  PARAMREGUL.DAT".
          05 FILLER           PIC X(6)    VALUE "10000N".
          05 FILLER           PIC X(40)
                   VALUE "#1 UMBRAL 9(7)V99".
          05 FILLER           PIC X(32)
                              VALUE "PARAMAVISOS PARAMAVISOS.DAT".
          05 FILLER           PIC X(6)    VALUE "20108N".
          05 FILLER           PIC X(40)
                   VALUE "#1 PISO(10) #2 UMBRAL(9) / DNI MONTO(9)".
          05 FILLER           PIC X(32)
                              VALUE "PARAMINACT  PARAMINACT.DAT".
          05 FILLER           PIC X(6)    VALUE "10000N".
          05 FILLER           PIC X(40)
                   VALUE "#1 DIAS DE INACTIVIDAD(5)".
          05 FILLER           PIC X(32)
                              VALUE "PARAMSUSP   PARAMSUSP.DAT".
          05 FILLER           PIC X(6)    VALUE "10000N".
          05 FILLER           PIC X(40)
                   VALUE "#1 TECHO 9(9)V99".
          05 FILLER           PIC X(32)
                              VALUE "GLMAP       GLMAP.DAT".
          05 FILLER           PIC X(6)    VALUE "00110N".
          05 FILLER           PIC X(40)
                   VALUE "TIPOMOV(10) CTA DEBE(8) CTA HABER(8)".
          05 FILLER           PIC X(32)
                              VALUE "TIPCAMBIO   TIPCAMBIO.DAT".
          05 FILLER           PIC X(6)    VALUE "02508S".
          05 FILLER           PIC X(40)
                   VALUE "MEDIO COMPRA VENTA 9(3)V9(4) FECHA(8)".
       01 WS-CATALOG-TABLE REDEFINES WS-CATALOG.
          05 PD-ENTRY OCCURS 11 TIMES.
             10 PD-CODE       PIC X(12).
             10 PD-FILE       PIC X(20).
             10 PD-HEAD       PIC 9(1).
             10 PD-KEYPOS     PIC 9(2).
             10 PD-KEYLEN     PIC 9(2).
             10 PD-TOP        PIC X(1).
             10 PD-TRAZADO    PIC X(40).
       01 WS-CATALOG-COUNT    PIC 9(2)    VALUE 11.
       01 PdIdx               PIC 9(2)    VALUE ZERO.
       01 WS-SEL-CODE         PIC X(12)   VALUE SPACES.
       01 WS-PD-FOUND-SW      PIC X(1)    VALUE "N".
          88 WS-PD-FOUND      VALUE "Y".
      * TIPOS DE MOVIMIENTO QUE LA CADENA POSTEA POR SI MISMA: SU
      * MAPEO CONTABLE EN GLMAP NO SE PUEDE DAR DE BAJA, Y SU FALTA SE
      * AVISA AL VALIDAR.
       01 WS-GL-REQUIRED.
          05 FILLER           PIC X(10)   VALUE "RETIRO".
          05 FILLER           PIC X(10)   VALUE "COMISION".
          05 FILLER           PIC X(10)   VALUE "IMPUESTO".
          05 FILLER           PIC X(10)   VALUE "INTERES".
          05 FILLER           PIC X(10)   VALUE "INTSOBREG".
          05 FILLER           PIC X(10)   VALUE "HABERES".
          05 FILLER           PIC X(10)   VALUE "PLANILLAEG".
          05 FILLER           PIC X(10)   VALUE "DEPOSITCTS".
          05 FILLER           PIC X(10)   VALUE "DEPCTSEGR".
          05 FILLER           PIC X(10)   VALUE "DEPCHEQUE".
          05 FILLER           PIC X(10)   VALUE "DEVCHEQUE".
          05 FILLER           PIC X(10)   VALUE "RECAUDO".
          05 FILLER           PIC X(10)   VALUE "EMBARGO".
          05 FILLER           PIC X(10)   VALUE "BARRIDOING".
          05 FILLER           PIC X(10)   VALUE "BARRIDOEGR".
          05 FILLER           PIC X(10)   VALUE "TRANSFEGR".
          05 FILLER           PIC X(10)   VALUE "TRANSFING".
          05 FILLER           PIC X(10)   VALUE "TRFBANCEGR".
          05 FILLER           PIC X(10)   VALUE "TRFBANCING".
          05 FILLER           PIC X(10)   VALUE "PFAPERTURA".
          05 FILLER           PIC X(10)   VALUE "PFCAPITAL".
          05 FILLER           PIC X(10)   VALUE "PFINTERES".
          05 FILLER           PIC X(10)   VALUE "PRDESEMBOL".
          05 FILLER           PIC X(10)   VALUE "PRCAPITAL".
          05 FILLER           PIC X(10)   VALUE "PRINTERES".
          05 FILLER           PIC X(10)   VALUE "PRMORA".
          05 FILLER           PIC X(10)   VALUE "RECLAMOPRV".
          05 FILLER           PIC X(10)   VALUE "RECLIQUIDA".
          05 FILLER           PIC X(10)   VALUE "INGRESOFX".
          05 FILLER           PIC X(10)   VALUE "INTERCCOBR".
          05 FILLER           PIC X(10)   VALUE "INTERCPAGO".
       01 WS-GL-REQUIRED-TABLE REDEFINES WS-GL-REQUIRED.
          05 GR-TIPOMOV       PIC X(10)   OCCURS 31 TIMES.
       01 WS-GL-REQUIRED-COUNT PIC 9(2)   VALUE 31.
       01 GrIdx               PIC 9(2)    VALUE ZERO.
      * LINEA DE PARAMCAMBIO.DAT: UN CAMBIO SOLICITADO, CON SU ESTADO
      * (P PENDIENTE, A APROBADO, R RECHAZADO, V APLICADO, E NO SE
      * PUDO APLICAR) Y LA LINEA NUEVA (EN BLANCO EN UNA BAJA).
       01 WS-CHANGE-LINE.
          05 PC-ID            PIC 9(6)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 PC-ARCHIVO       PIC X(12)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 PC-ACCION        PIC X(1)    VALUE SPACE.
             88 AccionModifica VALUE "M".
             88 AccionBaja    VALUE "B".
          05 FILLER           PIC X       VALUE SPACE.
          05 PC-CLAVE         PIC X(12)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 PC-VIGENCIA      PIC 9(8)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 PC-ESTADO        PIC X(1)    VALUE SPACE.
             88 CambioPendiente VALUE "P".
             88 CambioAprobado VALUE "A".
             88 CambioRechazado VALUE "R".
             88 CambioAplicado VALUE "V".
             88 CambioErroneo VALUE "E".
          05 FILLER           PIC X       VALUE SPACE.
          05 PC-SOLICITA      PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 PC-FECHA-SOL     PIC 9(8)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 PC-APRUEBA       PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 PC-NUEVO         PIC X(40)   VALUE SPACES.
      * LINEA DE PARAMHIST.DAT: UN CAMBIO APLICADO. LA VERSION ES
      * CORRELATIVA POR ARCHIVO Y RIGE DESDE LA FECHA DE PROCESO EN
      * QUE SE APLICO (PH-APLICADO).
       01 WS-HIST-LINE.
          05 PH-ARCHIVO       PIC X(12)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 PH-VERSION       PIC 9(4)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 PH-CLAVE         PIC X(12)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 PH-ACCION        PIC X(1)    VALUE SPACE.
          05 FILLER           PIC X       VALUE SPACE.
          05 PH-VIGENCIA      PIC 9(8)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 PH-APLICADO      PIC 9(8)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 PH-HORA          PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 PH-ID            PIC 9(6)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 PH-SOLICITA      PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 PH-APRUEBA       PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 PH-ANTERIOR      PIC X(40)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 PH-NUEVO         PIC X(40)   VALUE SPACES.
       01 ParamTable.
          05 ParamCount       PIC 9(5)    VALUE ZERO.
          05 ParamEntry OCCURS 5000 TIMES.
             10 PL-LINE       PIC X(80).
       01 ParamIdx            PIC 9(5)    VALUE ZERO.
       01 WS-KEY-IDX          PIC 9(5)    VALUE ZERO.
       01 WS-DUP-IDX          PIC 9(5)    VALUE ZERO.
       01 WS-SHIFT-IDX        PIC 9(5)    VALUE ZERO.
       01 WS-FOUND-IDX        PIC 9(5)    VALUE ZERO.
       01 WS-PARAM-ABSENT-SW  PIC X(1)    VALUE "N".
          88 WS-PARAM-ABSENT  VALUE "Y".
       01 WS-PARAM-FULL-SW    PIC X(1)    VALUE "N".
          88 WS-PARAM-FULL    VALUE "Y".
       01 ChangeTable.
          05 ChangeCount      PIC 9(4)    VALUE ZERO.
          05 ChangeEntry OCCURS 1000 TIMES.
             10 CT-LINE       PIC X(120).
             10 CT-ID REDEFINES CT-LINE
                              PIC 9(6).
       01 ChangeIdx           PIC 9(4)    VALUE ZERO.
       01 WS-LAST-ID          PIC 9(6)    VALUE ZERO.
       01 HistTable.
          05 HistCount        PIC 9(4)    VALUE ZERO.
          05 HistEntry OCCURS 3000 TIMES.
             10 HT-ARCHIVO    PIC X(12).
             10 FILLER        PIC X.
             10 HT-VERSION    PIC 9(4).
             10 FILLER        PIC X.
             10 HT-CLAVE      PIC X(12).
             10 FILLER        PIC X.
             10 HT-ACCION     PIC X(1).
             10 FILLER        PIC X.
             10 HT-VIGENCIA   PIC 9(8).
             10 FILLER        PIC X.
             10 HT-APLICADO   PIC 9(8).
             10 FILLER        PIC X.
             10 HT-HORA       PIC X(8).
             10 FILLER        PIC X.
             10 HT-ID         PIC 9(6).
             10 FILLER        PIC X.
             10 HT-SOLICITA   PIC X(8).
             10 FILLER        PIC X.
             10 HT-APRUEBA    PIC X(8).
             10 FILLER        PIC X.
             10 HT-ANTERIOR   PIC X(40).
             10 FILLER        PIC X.
             10 HT-NUEVO      PIC X(40).
       01 HistIdx             PIC 9(4)    VALUE ZERO.
       01 WS-LINE-KEY         PIC X(12)   VALUE SPACES.
       01 WS-SEARCH-KEY       PIC X(12)   VALUE SPACES.
       01 WS-NEW-KEY          PIC X(12)   VALUE SPACES.
       01 WS-KEY-DIGIT        PIC 9(1)    VALUE ZERO.
       01 WS-INSERT-LINE      PIC X(80)   VALUE SPACES.
       01 WS-OLD-VALUE        PIC X(40)   VALUE SPACES.
       01 WS-APPLY-ERROR      PIC X(40)   VALUE SPACES.
       01 WS-CHK-LINE         PIC X(80)   VALUE SPACES.
       01 WS-LINE-ERR         PIC X(40)   VALUE SPACES.
       01 WS-FIRST-ERROR      PIC X(40)   VALUE SPACES.
       01 WS-FIRST-ERROR-LINE PIC 9(5)    VALUE ZERO.
       01 WS-ERROR-LINES      PIC 9(5)    VALUE ZERO.
      * TIPOS TARIFADOS (LINEAS SIN *) YA VALIDADOS: Practica2Comisiones
      * SOLO GUARDA 20.
       01 WS-TARIFF-TYPES     PIC 9(5)    VALUE ZERO.
       01 WS-SHOW-ERRORS-SW   PIC X(1)    VALUE "N".
          88 WS-SHOW-ERRORS   VALUE "Y".
       01 WS-VAL-NUM          PIC 9(11)   VALUE ZERO.
       01 WS-VAL-NUM2         PIC 9(11)   VALUE ZERO.
       01 WS-VAL-NUM3         PIC 9(11)   VALUE ZERO.
       01 WS-CHK-DATE         PIC X(8)    VALUE SPACES.
       01 WS-CHK-DATE-FIELDS REDEFINES WS-CHK-DATE.
          05 CD-YYYY          PIC 9(4).
          05 CD-MM            PIC 9(2).
          05 CD-DD            PIC 9(2).
       01 WS-DATE-OK-SW       PIC X(1)    VALUE "N".
          88 WS-DATE-OK       VALUE "Y".
       01 WS-IN-VIGENCIA      PIC X(8)    VALUE SPACES.
       01 WS-DECISION         PIC X(1)    VALUE SPACE.
          88 DecisionApprove  VALUES "A", "a".
          88 DecisionReject   VALUES "R", "r".
       01 WS-CONFIRM          PIC X(1)    VALUE SPACE.
          88 Confirmed        VALUES "S", "s".
       01 WS-QUEUE-CHANGED-SW PIC X(1)    VALUE "N".
          88 WS-QUEUE-CHANGED VALUE "Y".
       01 WS-H-DATE           PIC 9(8)    VALUE ZERO.
       01 WS-H-CODE           PIC X(12)   VALUE SPACES.
       01 WS-VERSION-ACTUAL   PIC 9(4)    VALUE ZERO.
       01 WS-VERSION-VIGENTE  PIC 9(4)    VALUE ZERO.
       01 WS-VIGENTE-DESDE    PIC 9(8)    VALUE ZERO.
       01 WS-DUE-COUNT        PIC 9(5)    VALUE ZERO.
       01 WS-APPLIED-COUNT    PIC 9(5)    VALUE ZERO.
       01 WS-FAILED-COUNT     PIC 9(5)    VALUE ZERO.
       01 WS-APPROVED-COUNT   PIC 9(4)    VALUE ZERO.
       01 WS-REJECTED-COUNT   PIC 9(4)    VALUE ZERO.
       01 WS-KEPT-COUNT       PIC 9(4)    VALUE ZERO.
       01 WS-FILE-COUNT       PIC 9(3)    VALUE ZERO.
       01 WS-INVALID-FILES    PIC 9(3)    VALUE ZERO.
       01 WS-WARN-COUNT       PIC 9(5)    VALUE ZERO.
       01 WS-LINE-TOTAL       PIC 9(9)    VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "*** MANTENIMIENTO DE PARAMETROS ***"
          PERFORM LoadProcessDate
          ACCEPT WS-TODAY FROM DATE YYYYMMDD
          ACCEPT WS-CMDLINE FROM COMMAND-LINE
          MOVE WS-CMDDATA(1:8) TO WS-OPERATOR
          EVALUATE TRUE
             WHEN (RequestMode OR ApproveMode)
                   AND WS-OPERATOR IS EQUAL TO SPACES
                DISPLAY "ERROR: FALTA EL OPERADOR"
                MOVE 1 TO RETURN-CODE
             WHEN RequestMode
                PERFORM CaptureRequest
             WHEN ApproveMode
                PERFORM ReviewRequests
             WHEN ApplyMode
                PERFORM ApplyDueChanges
                PERFORM CheckAllFiles
                PERFORM WriteControlFigures
             WHEN CheckMode
                PERFORM CheckAllFiles
             WHEN HistoryMode
                PERFORM ShowVersionInForce
             WHEN OTHER
                DISPLAY "USO: Practica2Parametros S OPER | A OPER | "
                   "V | C | H FECHA [ARCHIVO]"
                MOVE 1 TO RETURN-CODE
          END-EVALUATE
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
       SelectCatalogEntry.
          MOVE "N" TO WS-PD-FOUND-SW
          PERFORM VARYING PdIdx FROM 1 BY 1
             UNTIL PdIdx > WS-CATALOG-COUNT
             IF PD-CODE(PdIdx) IS EQUAL TO WS-SEL-CODE THEN
                SET WS-PD-FOUND TO TRUE
                EXIT PERFORM
             END-IF
          END-PERFORM.
       LoadParamFile.
          MOVE PD-FILE(PdIdx) TO WS-PARAM-FILENAME
          MOVE ZERO TO ParamCount
          MOVE "N" TO WS-PARAM-ABSENT-SW
          MOVE "N" TO WS-PARAM-FULL-SW
          OPEN INPUT ParamFile
          IF NOT ParamFileOK THEN
             IF NOT ParamFileNotFound THEN
                DISPLAY "ERROR: NO SE PUDO ABRIR " PD-FILE(PdIdx)
                   " - ESTADO " WS-PARAM-STATUS
             END-IF
             SET WS-PARAM-ABSENT TO TRUE
          ELSE
             READ ParamFile
                AT END SET EOFParamFile TO TRUE
             END-READ
             PERFORM UNTIL EOFParamFile OR WS-PARAM-FULL
                IF ParamCount >= 5000 THEN
                   SET WS-PARAM-FULL TO TRUE
                ELSE
                   ADD 1 TO ParamCount
                   MOVE ParamBuffer TO PL-LINE(ParamCount)
                   READ ParamFile
                      AT END SET EOFParamFile TO TRUE
                   END-READ
                END-IF
             END-PERFORM
             CLOSE ParamFile
          END-IF.
       SaveParamFile.
          MOVE PD-FILE(PdIdx) TO WS-PARAM-FILENAME
          OPEN OUTPUT ParamFile
          PERFORM VARYING ParamIdx FROM 1 BY 1
             UNTIL ParamIdx > ParamCount
             WRITE ParamBuffer FROM PL-LINE(ParamIdx)
          END-PERFORM
          CLOSE ParamFile.
       ShowParamFile.
          DISPLAY "--- " PD-FILE(PdIdx) " (" ParamCount " LINEAS) ---"
          PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
             UNTIL WS-KEY-IDX > ParamCount OR WS-KEY-IDX > 40
             PERFORM ComputeLineKey
             DISPLAY WS-LINE-KEY " | " PL-LINE(WS-KEY-IDX)(1:40)
          END-PERFORM
          IF ParamCount > 40 THEN
             DISPLAY "... (SE MUESTRAN LAS PRIMERAS 40 LINEAS)"
          END-IF.
       ComputeLineKey.
      *   CLAVE DE LA LINEA WS-KEY-IDX: #N PARA LAS LINEAS FIJAS, O
      *   LAS POSICIONES DE CLAVE DEL CATALOGO PARA LAS DEMAS.
          MOVE SPACES TO WS-LINE-KEY
          IF WS-KEY-IDX <= PD-HEAD(PdIdx)
                OR PD-KEYLEN(PdIdx) IS EQUAL TO ZERO THEN
             IF WS-KEY-IDX <= 9 THEN
                MOVE WS-KEY-IDX TO WS-KEY-DIGIT
                STRING "#" DELIMITED BY SIZE
                       WS-KEY-DIGIT DELIMITED BY SIZE
                   INTO WS-LINE-KEY
             ELSE
                MOVE "#*" TO WS-LINE-KEY
             END-IF
          ELSE
             MOVE PL-LINE(WS-KEY-IDX)
                (PD-KEYPOS(PdIdx):PD-KEYLEN(PdIdx)) TO WS-LINE-KEY
          END-IF.
       FindKey.
          MOVE ZERO TO WS-FOUND-IDX
          PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
             UNTIL WS-KEY-IDX > ParamCount OR WS-FOUND-IDX > ZERO
             PERFORM ComputeLineKey
             IF WS-LINE-KEY IS EQUAL TO WS-SEARCH-KEY THEN
                MOVE WS-KEY-IDX TO WS-FOUND-IDX
             END-IF
          END-PERFORM.
       RemoveLine.
          PERFORM VARYING WS-SHIFT-IDX FROM WS-FOUND-IDX BY 1
             UNTIL WS-SHIFT-IDX >= ParamCount
             MOVE PL-LINE(WS-SHIFT-IDX + 1) TO PL-LINE(WS-SHIFT-IDX)
          END-PERFORM
          SUBTRACT 1 FROM ParamCount.
       InsertLine.
      *   UNA ALTA VA AL FINAL, SALVO EN LOS ARCHIVOS CUYA LINEA
      *   VIGENTE ES LA PRIMERA (TIPO DE CAMBIO).
          IF PD-TOP(PdIdx) IS EQUAL TO "S" THEN
             PERFORM VARYING WS-SHIFT-IDX FROM ParamCount BY -1
                UNTIL WS-SHIFT-IDX < 1
                MOVE PL-LINE(WS-SHIFT-IDX) TO PL-LINE(WS-SHIFT-IDX + 1)
             END-PERFORM
             ADD 1 TO ParamCount
             MOVE WS-INSERT-LINE TO PL-LINE(1)
          ELSE
             ADD 1 TO ParamCount
             MOVE WS-INSERT-LINE TO PL-LINE(ParamCount)
          END-IF.
       ApplyChangeInMemory.
      *   APLICA WS-CHANGE-LINE SOBRE EL ARCHIVO CARGADO EN MEMORIA;
      *   DEJA EL VALOR ANTERIOR EN WS-OLD-VALUE Y EL MOTIVO DE
      *   RECHAZO, SI LO HAY, EN WS-APPLY-ERROR.
          MOVE SPACES TO WS-APPLY-ERROR
          MOVE SPACES TO WS-OLD-VALUE
          MOVE PC-CLAVE TO WS-SEARCH-KEY
          PERFORM FindKey
          IF WS-FOUND-IDX > ZERO THEN
             MOVE PL-LINE(WS-FOUND-IDX) TO WS-OLD-VALUE
          END-IF
          EVALUATE TRUE
             WHEN PC-CLAVE IS EQUAL TO SPACES
                MOVE "CLAVE EN BLANCO" TO WS-APPLY-ERROR
             WHEN AccionBaja
                PERFORM ApplyBaja
             WHEN AccionModifica
                PERFORM ApplyModifica
             WHEN OTHER
                MOVE "ACCION INVALIDA - USE M O B" TO WS-APPLY-ERROR
          END-EVALUATE.
       ApplyBaja.
          IF PC-CLAVE(1:1) IS EQUAL TO "#" THEN
             MOVE "UNA LINEA FIJA NO SE DA DE BAJA"
                TO WS-APPLY-ERROR
          ELSE
          IF WS-FOUND-IDX IS EQUAL TO ZERO THEN
             MOVE "CLAVE INEXISTENTE EN EL ARCHIVO" TO WS-APPLY-ERROR
          ELSE
             IF PD-CODE(PdIdx) IS EQUAL TO "GLMAP" THEN
                PERFORM VARYING GrIdx FROM 1 BY 1
                   UNTIL GrIdx > WS-GL-REQUIRED-COUNT
                   IF GR-TIPOMOV(GrIdx) IS EQUAL TO PC-CLAVE THEN
                      MOVE "MAPEO REQUERIDO POR LA CADENA"
                         TO WS-APPLY-ERROR
                   END-IF
                END-PERFORM
             END-IF
             IF WS-APPLY-ERROR IS EQUAL TO SPACES THEN
                PERFORM RemoveLine
             END-IF
          END-IF
          END-IF.
       ApplyModifica.
          MOVE PC-NUEVO TO WS-CHK-LINE
          IF PC-NUEVO IS EQUAL TO SPACES THEN
             MOVE "LINEA NUEVA EN BLANCO" TO WS-APPLY-ERROR
          ELSE
          IF PC-CLAVE(1:1) IS EQUAL TO "#" THEN
      *      LINEA FIJA: SE REEMPLAZA, O SE AGREGA SI ES LA SIGUIENTE
      *      QUE LE FALTA AL ARCHIVO.
             IF WS-FOUND-IDX > ZERO THEN
                MOVE PC-NUEVO TO PL-LINE(WS-FOUND-IDX)
             ELSE
                MOVE ZERO TO WS-KEY-DIGIT
                IF PC-CLAVE(2:1) IS NUMERIC
                      AND PC-CLAVE(3:10) IS EQUAL TO SPACES THEN
                   MOVE PC-CLAVE(2:1) TO WS-KEY-DIGIT
                END-IF
                IF WS-KEY-DIGIT IS EQUAL TO ParamCount + 1
                      AND WS-KEY-DIGIT > ZERO
                      AND (WS-KEY-DIGIT <= PD-HEAD(PdIdx)
                       OR PD-KEYLEN(PdIdx) IS EQUAL TO ZERO) THEN
                   ADD 1 TO ParamCount
                   MOVE PC-NUEVO TO PL-LINE(ParamCount)
                ELSE
                   MOVE "LINEA FIJA INEXISTENTE" TO WS-APPLY-ERROR
                END-IF
             END-IF
          ELSE
          IF PD-KEYLEN(PdIdx) IS EQUAL TO ZERO THEN
             MOVE "EL ARCHIVO SOLO TIENE LINEAS FIJAS (#N)"
                TO WS-APPLY-ERROR
          ELSE
             MOVE WS-CHK-LINE(PD-KEYPOS(PdIdx):PD-KEYLEN(PdIdx))
                TO WS-NEW-KEY
             IF WS-NEW-KEY IS NOT EQUAL TO PC-CLAVE THEN
                MOVE "LA CLAVE DE LA LINEA NUEVA NO COINCIDE"
                   TO WS-APPLY-ERROR
             ELSE
             IF WS-FOUND-IDX > ZERO THEN
                MOVE PC-NUEVO TO PL-LINE(WS-FOUND-IDX)
             ELSE
             IF ParamCount >= 5000 THEN
                MOVE "ARCHIVO LLENO (5000 LINEAS)" TO WS-APPLY-ERROR
             ELSE
                MOVE PC-NUEVO TO WS-INSERT-LINE
                PERFORM InsertLine
             END-IF
             END-IF
             END-IF
          END-IF
          END-IF
          END-IF.
       ValidateParamTable.
      *   VALIDA TODAS LAS LINEAS DEL ARCHIVO CARGADO CONTRA EL
      *   TRAZADO Y LOS RANGOS DE SU PROGRAMA CONSUMIDOR.
          MOVE ZERO TO WS-ERROR-LINES
          MOVE ZERO TO WS-FIRST-ERROR-LINE
          MOVE ZERO TO WS-TARIFF-TYPES
          MOVE SPACES TO WS-FIRST-ERROR
          IF WS-PARAM-FULL THEN
             MOVE ZERO TO ParamIdx
             MOVE "EXCEDE 5000 LINEAS" TO WS-LINE-ERR
             PERFORM ReportLineError
          END-IF
          IF ParamCount IS EQUAL TO ZERO
                AND PD-HEAD(PdIdx) > ZERO THEN
             MOVE ZERO TO ParamIdx
             MOVE "ARCHIVO SIN LINEAS" TO WS-LINE-ERR
             PERFORM ReportLineError
          END-IF
          PERFORM VARYING ParamIdx FROM 1 BY 1
             UNTIL ParamIdx > ParamCount
             MOVE PL-LINE(ParamIdx) TO WS-CHK-LINE
             MOVE SPACES TO WS-LINE-ERR
             IF WS-CHK-LINE IS EQUAL TO SPACES THEN
                MOVE "LINEA EN BLANCO" TO WS-LINE-ERR
             ELSE
             IF WS-CHK-LINE(41:40) IS NOT EQUAL TO SPACES THEN
                MOVE "LINEA MAYOR A 40 POSICIONES" TO WS-LINE-ERR
             ELSE
                EVALUATE PD-CODE(PdIdx)
                   WHEN "TARIFARIO"
                      PERFORM ValidaTarifario
                   WHEN "TASAINTERES"
                      PERFORM ValidaTasaInteres
                   WHEN "PARAMITF"
                      PERFORM ValidaItf
                   WHEN "LIMITES"
                      PERFORM ValidaLimites
                   WHEN "REGLAS"
                      PERFORM ValidaReglas
                   WHEN "PARAMREGUL"
                      PERFORM ValidaRegul
                   WHEN "PARAMAVISOS"
                      PERFORM ValidaAvisos
                   WHEN "PARAMINACT"
                      PERFORM ValidaInact
                   WHEN "PARAMSUSP"
                      PERFORM ValidaSusp
                   WHEN "GLMAP"
                      PERFORM ValidaGlMap
                   WHEN "TIPCAMBIO"
                      PERFORM ValidaTipCambio
                END-EVALUATE
             END-IF
             END-IF
             IF WS-LINE-ERR IS NOT EQUAL TO SPACES THEN
                PERFORM ReportLineError
             END-IF
          END-PERFORM
          IF PD-KEYLEN(PdIdx) > ZERO THEN
             PERFORM CheckDuplicateKeys
          END-IF.
       CheckDuplicateKeys.
          PERFORM VARYING ParamIdx FROM 1 BY 1
             UNTIL ParamIdx > ParamCount
             IF ParamIdx > PD-HEAD(PdIdx) THEN
                COMPUTE WS-DUP-IDX = ParamIdx + 1
                PERFORM UNTIL WS-DUP-IDX > ParamCount
                   IF PL-LINE(WS-DUP-IDX)
                         (PD-KEYPOS(PdIdx):PD-KEYLEN(PdIdx))
                         IS EQUAL TO PL-LINE(ParamIdx)
                         (PD-KEYPOS(PdIdx):PD-KEYLEN(PdIdx)) THEN
                      MOVE "CLAVE DUPLICADA" TO WS-LINE-ERR
                      PERFORM ReportLineError
                      MOVE ParamCount TO WS-DUP-IDX
                   END-IF
                   ADD 1 TO WS-DUP-IDX
                END-PERFORM
             END-IF
          END-PERFORM.
       ReportLineError.
          ADD 1 TO WS-ERROR-LINES
          IF WS-ERROR-LINES IS EQUAL TO 1 THEN
             MOVE ParamIdx TO WS-FIRST-ERROR-LINE
             MOVE WS-LINE-ERR TO WS-FIRST-ERROR
          END-IF
          IF WS-SHOW-ERRORS THEN
             DISPLAY "ERROR: " PD-FILE(PdIdx) " LINEA " ParamIdx
                ": " WS-LINE-ERR
          END-IF.
       ValidaTarifario.
      *   LAS LINEAS CON * (*EXONERA, *DEVCHEQUE) NO OCUPAN LUGAR EN LA
      *   TABLA DE 20 TIPOS DE Practica2Comisiones.
          IF WS-CHK-LINE(1:1) IS NOT EQUAL TO "*" THEN
             ADD 1 TO WS-TARIFF-TYPES
          END-IF
          IF WS-CHK-LINE(1:10) IS EQUAL TO SPACES THEN
             MOVE "TIPO DE MOVIMIENTO EN BLANCO" TO WS-LINE-ERR
          ELSE
          IF WS-TARIFF-TYPES > 20
                AND WS-CHK-LINE(1:1) IS NOT EQUAL TO "*" THEN
             MOVE "MAS DE 20 TIPOS TARIFADOS" TO WS-LINE-ERR
          ELSE
          IF WS-CHK-LINE(1:10) IS EQUAL TO "*EXONERA" THEN
             IF WS-CHK-LINE(12:10) IS NOT NUMERIC THEN
                MOVE "SALDO DE EXONERACION NO NUMERICO"
                   TO WS-LINE-ERR
             END-IF
          ELSE
          IF WS-CHK-LINE(12:5) IS NOT NUMERIC THEN
             MOVE "COMISION NO NUMERICA" TO WS-LINE-ERR
          ELSE
          IF WS-CHK-LINE(18:3) IS NOT NUMERIC THEN
             MOVE "OPERACIONES LIBRES NO NUMERICO" TO WS-LINE-ERR
          END-IF
          END-IF
          END-IF
          END-IF
          END-IF.
       ValidaTasaInteres.
      *   TASA MENSUAL Y TASA DE SOBREGIRO, COMO FRACCION 9(2)V9(4);
      *   NINGUNA PUEDE PASAR DEL 10% MENSUAL.
          IF ParamIdx > 2 THEN
             MOVE "LINEA SOBRANTE (SOLO DOS TASAS)" TO WS-LINE-ERR
          ELSE
          IF WS-CHK-LINE(1:6) IS NOT NUMERIC THEN
             MOVE "TASA NO NUMERICA" TO WS-LINE-ERR
          ELSE
             MOVE WS-CHK-LINE(1:6) TO WS-VAL-NUM
             IF WS-VAL-NUM > 1000 THEN
                MOVE "TASA MAYOR A 00.1000 MENSUAL" TO WS-LINE-ERR
             END-IF
          END-IF
          END-IF.
       ValidaItf.
          IF ParamIdx IS EQUAL TO 1 THEN
             IF WS-CHK-LINE(1:7) IS NOT NUMERIC THEN
                MOVE "TASA ITF NO NUMERICA" TO WS-LINE-ERR
             ELSE
                MOVE WS-CHK-LINE(1:7) TO WS-VAL-NUM
                IF WS-VAL-NUM IS EQUAL TO ZERO
                      OR WS-VAL-NUM > 100 THEN
                   MOVE "TASA ITF FUERA DE 0.000001-0.000100"
                      TO WS-LINE-ERR
                END-IF
             END-IF
          ELSE
          IF ParamIdx > 21 THEN
             MOVE "MAS DE 20 MOVIMIENTOS EXONERADOS" TO WS-LINE-ERR
          ELSE
          IF WS-CHK-LINE(1:10) IS EQUAL TO SPACES THEN
             MOVE "TIPO DE MOVIMIENTO EN BLANCO" TO WS-LINE-ERR
          END-IF
          END-IF
          END-IF.
       ValidaLimites.
          IF WS-CHK-LINE(1:8) IS NOT NUMERIC THEN
             MOVE "DNI NO NUMERICO" TO WS-LINE-ERR
          ELSE
          IF WS-CHK-LINE(10:11) IS NOT NUMERIC THEN
             MOVE "MONTO LIMITE NO NUMERICO" TO WS-LINE-ERR
          ELSE
          IF WS-CHK-LINE(10:11) IS EQUAL TO ZERO THEN
             MOVE "MONTO LIMITE EN CERO" TO WS-LINE-ERR
          ELSE
          IF WS-CHK-LINE(22:3) IS NOT NUMERIC THEN
             MOVE "CANTIDAD DE OPERACIONES NO NUMERICA"
                TO WS-LINE-ERR
          END-IF
          END-IF
          END-IF
          END-IF.
       ValidaReglas.
          IF ParamIdx > 20 THEN
             MOVE "MAS DE 20 REGLAS" TO WS-LINE-ERR
          ELSE
          IF WS-CHK-LINE(1:11) IS NOT EQUAL TO "TARJMULTDNI"
                AND WS-CHK-LINE(1:11) IS NOT EQUAL TO "RAFAGA"
                AND WS-CHK-LINE(1:11) IS NOT EQUAL TO "MADRUGADA" THEN
             MOVE "TIPO DE REGLA DESCONOCIDO" TO WS-LINE-ERR
          ELSE
          IF WS-CHK-LINE(13:5) IS NOT NUMERIC
                OR WS-CHK-LINE(13:5) IS EQUAL TO ZERO THEN
             MOVE "UMBRAL NO NUMERICO O EN CERO" TO WS-LINE-ERR
          ELSE
          IF WS-CHK-LINE(19:4) IS NOT NUMERIC THEN
             MOVE "VENTANA NO NUMERICA" TO WS-LINE-ERR
          ELSE
          IF WS-CHK-LINE(24:1) IS NOT EQUAL TO "A"
                AND WS-CHK-LINE(24:1) IS NOT EQUAL TO "M"
                AND WS-CHK-LINE(24:1) IS NOT EQUAL TO "B" THEN
             MOVE "SEVERIDAD DEBE SER A, M O B" TO WS-LINE-ERR
          END-IF
          END-IF
          END-IF
          END-IF
          END-IF.
       ValidaRegul.
          IF ParamIdx > 1 THEN
             MOVE "LINEA SOBRANTE (SOLO EL UMBRAL)" TO WS-LINE-ERR
          ELSE
          IF WS-CHK-LINE(1:9) IS NOT NUMERIC
                OR WS-CHK-LINE(1:9) IS EQUAL TO ZERO THEN
             MOVE "UMBRAL NO NUMERICO O EN CERO" TO WS-LINE-ERR
          END-IF
          END-IF.
       ValidaAvisos.
          EVALUATE TRUE
             WHEN ParamIdx IS EQUAL TO 1
                IF WS-CHK-LINE(1:10) IS NOT NUMERIC THEN
                   MOVE "PISO DE AVISO NO NUMERICO" TO WS-LINE-ERR
                END-IF
             WHEN ParamIdx IS EQUAL TO 2
                IF WS-CHK-LINE(1:9) IS NOT NUMERIC THEN
                   MOVE "UMBRAL DE AVISO NO NUMERICO" TO WS-LINE-ERR
                END-IF
             WHEN WS-CHK-LINE(1:8) IS NOT NUMERIC
                MOVE "DNI NO NUMERICO" TO WS-LINE-ERR
             WHEN WS-CHK-LINE(10:9) IS NOT NUMERIC
                   OR WS-CHK-LINE(10:9) IS EQUAL TO ZERO
                MOVE "MONTO DEL DNI NO NUMERICO O EN CERO"
                   TO WS-LINE-ERR
          END-EVALUATE.
       ValidaInact.
          IF ParamIdx > 1 THEN
             MOVE "LINEA SOBRANTE (SOLO LOS DIAS)" TO WS-LINE-ERR
          ELSE
          IF WS-CHK-LINE(1:5) IS NOT NUMERIC THEN
             MOVE "DIAS NO NUMERICO" TO WS-LINE-ERR
          ELSE
             MOVE WS-CHK-LINE(1:5) TO WS-VAL-NUM
             IF WS-VAL-NUM < 30 OR WS-VAL-NUM > 3650 THEN
                MOVE "DIAS FUERA DE 30-3650" TO WS-LINE-ERR
             END-IF
          END-IF
          END-IF.
       ValidaSusp.
          IF ParamIdx > 1 THEN
             MOVE "LINEA SOBRANTE (SOLO EL TECHO)" TO WS-LINE-ERR
          ELSE
          IF WS-CHK-LINE(1:11) IS NOT NUMERIC
                OR WS-CHK-LINE(1:11) IS EQUAL TO ZERO THEN
             MOVE "TECHO NO NUMERICO O EN CERO" TO WS-LINE-ERR
          END-IF
          END-IF.
       ValidaGlMap.
          IF ParamIdx > 50 THEN
             MOVE "MAS DE 50 MAPEOS CONTABLES" TO WS-LINE-ERR
          ELSE
          IF WS-CHK-LINE(1:10) IS EQUAL TO SPACES THEN
             MOVE "TIPO DE MOVIMIENTO EN BLANCO" TO WS-LINE-ERR
          ELSE
          IF WS-CHK-LINE(12:8) IS NOT NUMERIC
                OR WS-CHK-LINE(12:8) IS EQUAL TO ZERO THEN
             MOVE "CUENTA DEBE NO NUMERICA O EN CERO" TO WS-LINE-ERR
          ELSE
          IF WS-CHK-LINE(21:8) IS NOT NUMERIC
                OR WS-CHK-LINE(21:8) IS EQUAL TO ZERO THEN
             MOVE "CUENTA HABER NO NUMERICA O EN CERO" TO WS-LINE-ERR
          ELSE
          IF WS-CHK-LINE(12:8) IS EQUAL TO WS-CHK-LINE(21:8) THEN
             MOVE "DEBE Y HABER EN LA MISMA CUENTA" TO WS-LINE-ERR
          END-IF
          END-IF
          END-IF
          END-IF
          END-IF.
       ValidaTipCambio.
      *   MEDIO ENTRE 1 Y 10 SOLES POR DOLAR; COMPRA Y VENTA SON
      *   OPCIONALES, PERO SI ESTAN DEBEN ENCERRAR AL MEDIO.
          IF WS-CHK-LINE(1:7) IS NOT NUMERIC THEN
             MOVE "TIPO DE CAMBIO MEDIO NO NUMERICO" TO WS-LINE-ERR
          ELSE
             MOVE WS-CHK-LINE(1:7) TO WS-VAL-NUM
             IF WS-VAL-NUM < 10000 OR WS-VAL-NUM > 100000 THEN
                MOVE "TIPO DE CAMBIO FUERA DE 1-10" TO WS-LINE-ERR
             ELSE
             IF (WS-CHK-LINE(9:7) IS NOT NUMERIC
                   AND WS-CHK-LINE(9:7) IS NOT EQUAL TO SPACES)
                   OR (WS-CHK-LINE(17:7) IS NOT NUMERIC
                   AND WS-CHK-LINE(17:7) IS NOT EQUAL TO SPACES) THEN
                MOVE "COMPRA O VENTA NO NUMERICA" TO WS-LINE-ERR
             ELSE
                IF WS-CHK-LINE(9:7) IS NUMERIC
                      AND WS-CHK-LINE(17:7) IS NUMERIC THEN
                   MOVE WS-CHK-LINE(9:7) TO WS-VAL-NUM2
                   MOVE WS-CHK-LINE(17:7) TO WS-VAL-NUM3
                   IF WS-VAL-NUM2 > WS-VAL-NUM
                         OR WS-VAL-NUM > WS-VAL-NUM3 THEN
                      MOVE "DEBE SER COMPRA <= MEDIO <= VENTA"
                         TO WS-LINE-ERR
                   END-IF
                END-IF
                IF WS-LINE-ERR IS EQUAL TO SPACES
                      AND WS-CHK-LINE(25:8) IS NOT EQUAL TO SPACES THEN
                   MOVE WS-CHK-LINE(25:8) TO WS-CHK-DATE
                   PERFORM CheckDate
                   IF NOT WS-DATE-OK THEN
                      MOVE "FECHA DE VIGENCIA INVALIDA" TO WS-LINE-ERR
                   END-IF
                END-IF
             END-IF
             END-IF
          END-IF.
       CheckDate.
          MOVE "N" TO WS-DATE-OK-SW
          IF WS-CHK-DATE IS NUMERIC THEN
             IF CD-YYYY >= 1900 AND CD-MM >= 1 AND CD-MM <= 12
                   AND CD-DD >= 1 AND CD-DD <= 31 THEN
                SET WS-DATE-OK TO TRUE
             END-IF
          END-IF.
       CheckGlCoverage.
      *   UN TIPO DE MOVIMIENTO DE LA CADENA SIN MAPEO NO DETIENE LA
      *   CADENA (EL EXTRACTO CONTABLE LO DEJA EN SINMAPA), PERO SE
      *   AVISA AQUI PARA CORREGIRLO ANTES DEL CIERRE.
          PERFORM VARYING GrIdx FROM 1 BY 1
             UNTIL GrIdx > WS-GL-REQUIRED-COUNT
             MOVE GR-TIPOMOV(GrIdx) TO WS-SEARCH-KEY
             PERFORM FindKey
             IF WS-FOUND-IDX IS EQUAL TO ZERO THEN
                DISPLAY "AVISO: GLMAP SIN MAPEO PARA "
                   GR-TIPOMOV(GrIdx)
                ADD 1 TO WS-WARN-COUNT
             END-IF
          END-PERFORM.
       CaptureRequest.
          DISPLAY "--- SOLICITUD DE CAMBIO DE PARAMETROS ---"
          PERFORM VARYING PdIdx FROM 1 BY 1
             UNTIL PdIdx > WS-CATALOG-COUNT
             DISPLAY PD-CODE(PdIdx) " " PD-FILE(PdIdx)
          END-PERFORM
          DISPLAY "ARCHIVO (CODIGO):"
          MOVE SPACES TO WS-SEL-CODE
          ACCEPT WS-SEL-CODE
          PERFORM SelectCatalogEntry
          IF NOT WS-PD-FOUND THEN
             DISPLAY "ERROR: ARCHIVO NO CATALOGADO " WS-SEL-CODE
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          PERFORM LoadParamFile
          PERFORM ShowParamFile
          DISPLAY "TRAZADO: " PD-TRAZADO(PdIdx)
          MOVE SPACES TO WS-CHANGE-LINE
          MOVE PD-CODE(PdIdx) TO PC-ARCHIVO
          DISPLAY "ACCION (M MODIFICA O AGREGA, B DA DE BAJA):"
          ACCEPT PC-ACCION
          DISPLAY "CLAVE DE LA LINEA (#N PARA LAS LINEAS FIJAS):"
          ACCEPT PC-CLAVE
          IF AccionModifica THEN
             DISPLAY "CONTENIDO COMPLETO DE LA LINEA NUEVA:"
             ACCEPT PC-NUEVO
          END-IF
          DISPLAY "FECHA DE VIGENCIA (AAAAMMDD):"
          MOVE SPACES TO WS-IN-VIGENCIA
          ACCEPT WS-IN-VIGENCIA
          MOVE WS-IN-VIGENCIA TO WS-CHK-DATE
          PERFORM CheckDate
          IF NOT WS-DATE-OK THEN
             DISPLAY "ERROR: FECHA DE VIGENCIA INVALIDA"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE WS-IN-VIGENCIA TO PC-VIGENCIA
      *   NO HAY CAMBIOS RETROACTIVOS: LA CADENA YA PROCESO LA FECHA
      *   DE FECHAPROC.DAT CON LOS VALORES ANTERIORES.
          IF PC-VIGENCIA <= WS-RUN-DATE THEN
             DISPLAY "ERROR: LA VIGENCIA DEBE SER POSTERIOR A LA "
                "FECHA DE PROCESO " WS-RUN-DATE
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          PERFORM ApplyChangeInMemory
          IF WS-APPLY-ERROR IS NOT EQUAL TO SPACES THEN
             DISPLAY "ERROR: " WS-APPLY-ERROR
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          SET WS-SHOW-ERRORS TO TRUE
          PERFORM ValidateParamTable
          IF WS-ERROR-LINES > ZERO THEN
             DISPLAY "ERROR: CON ESTE CAMBIO EL ARCHIVO NO VALIDA - "
                "NO SE ENCOLA"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          DISPLAY "VALOR ANTERIOR: " WS-OLD-VALUE
          DISPLAY "VALOR NUEVO   : " PC-NUEVO
          DISPLAY "VIGENTE DESDE : " PC-VIGENCIA
          DISPLAY "CONFIRMA LA SOLICITUD (S/N)?"
          MOVE SPACE TO WS-CONFIRM
          ACCEPT WS-CONFIRM
          IF NOT Confirmed THEN
             DISPLAY "SOLICITUD CANCELADA"
          ELSE
             PERFORM LoadChangeQueue
             COMPUTE PC-ID = WS-LAST-ID + 1
             SET CambioPendiente TO TRUE
             MOVE WS-OPERATOR TO PC-SOLICITA
             MOVE WS-TODAY TO PC-FECHA-SOL
             MOVE SPACES TO PC-APRUEBA
             OPEN EXTEND ChangeFile
             IF NOT ChangeFileOK THEN
                CLOSE ChangeFile
                OPEN OUTPUT ChangeFile
             END-IF
             WRITE ChangeBuffer FROM WS-CHANGE-LINE
             CLOSE ChangeFile
             DISPLAY "CAMBIO " PC-ID " ENCOLADO - PENDIENTE DE "
                "APROBACION POR OTRO OPERADOR"
          END-IF.
       LoadChangeQueue.
          MOVE ZERO TO ChangeCount
          MOVE ZERO TO WS-LAST-ID
          OPEN INPUT ChangeFile
          IF ChangeFileOK THEN
             READ ChangeFile
                AT END SET EOFChangeFile TO TRUE
             END-READ
             PERFORM UNTIL EOFChangeFile
                IF ChangeCount >= 1000 THEN
                   DISPLAY "ERROR: PARAMCAMBIO.DAT EXCEDE 1000 "
                      "CAMBIOS - SE DETIENE"
                   CLOSE ChangeFile
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
                ADD 1 TO ChangeCount
                MOVE ChangeBuffer TO CT-LINE(ChangeCount)
                IF CT-ID(ChangeCount) IS NUMERIC
                      AND CT-ID(ChangeCount) > WS-LAST-ID THEN
                   MOVE CT-ID(ChangeCount) TO WS-LAST-ID
                END-IF
                READ ChangeFile
                   AT END SET EOFChangeFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE ChangeFile
          END-IF.
       RewriteChangeQueue.
          OPEN OUTPUT ChangeFile
          PERFORM VARYING ChangeIdx FROM 1 BY 1
             UNTIL ChangeIdx > ChangeCount
             WRITE ChangeBuffer FROM CT-LINE(ChangeIdx)
          END-PERFORM
          CLOSE ChangeFile.
       ReviewRequests.
          DISPLAY "--- APROBACION DE CAMBIOS DE PARAMETROS ---"
          PERFORM LoadChangeQueue
          PERFORM VARYING ChangeIdx FROM 1 BY 1
             UNTIL ChangeIdx > ChangeCount
             MOVE CT-LINE(ChangeIdx) TO WS-CHANGE-LINE
             IF CambioPendiente THEN
                PERFORM ReviewOneRequest
                MOVE WS-CHANGE-LINE TO CT-LINE(ChangeIdx)
             END-IF
          END-PERFORM
          IF WS-QUEUE-CHANGED THEN
             PERFORM RewriteChangeQueue
          END-IF
          DISPLAY "============================"
          DISPLAY "CAMBIOS APROBADOS : " WS-APPROVED-COUNT
          DISPLAY "CAMBIOS RECHAZADOS: " WS-REJECTED-COUNT
          DISPLAY "QUEDAN PENDIENTES : " WS-KEPT-COUNT
          DISPLAY "============================".
       ReviewOneRequest.
          DISPLAY "============================"
          DISPLAY "CAMBIO     : " PC-ID " " PC-ARCHIVO
          DISPLAY "ACCION     : " PC-ACCION " CLAVE " PC-CLAVE
          DISPLAY "VIGENCIA   : " PC-VIGENCIA
          DISPLAY "SOLICITO   : " PC-SOLICITA " EL " PC-FECHA-SOL
          MOVE PC-ARCHIVO TO WS-SEL-CODE
          PERFORM SelectCatalogEntry
          IF NOT WS-PD-FOUND THEN
             DISPLAY "ERROR: ARCHIVO NO CATALOGADO - QUEDA PENDIENTE"
             ADD 1 TO WS-KEPT-COUNT
          ELSE
          IF PC-SOLICITA IS EQUAL TO WS-OPERATOR THEN
             DISPLAY "ERROR: EL SOLICITANTE NO PUEDE APROBAR SU "
                "PROPIO CAMBIO - QUEDA PENDIENTE"
             ADD 1 TO WS-KEPT-COUNT
             MOVE "Practica2Parametros" TO EXLOG-PROGRAM
             MOVE "AUTOAPROB"           TO EXLOG-CODETYPE
             MOVE SPACES                TO EXLOG-CODEVALUE
             MOVE PC-SOLICITA           TO EXLOG-KEYVALUE
             PERFORM LogException
          ELSE
             PERFORM LoadParamFile
             PERFORM ApplyChangeInMemory
             DISPLAY "VALOR ACTUAL: " WS-OLD-VALUE
             DISPLAY "VALOR NUEVO : " PC-NUEVO
             DISPLAY "APROBAR (A), RECHAZAR (R), SALTAR (OTRA TECLA):"
             MOVE SPACE TO WS-DECISION
             ACCEPT WS-DECISION
             EVALUATE TRUE
                WHEN DecisionApprove
                   PERFORM ApproveOneRequest
                WHEN DecisionReject
                   SET CambioRechazado TO TRUE
                   MOVE WS-OPERATOR TO PC-APRUEBA
                   SET WS-QUEUE-CHANGED TO TRUE
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "CAMBIO RECHAZADO"
                WHEN OTHER
                   DISPLAY "CAMBIO SALTADO - QUEDA PENDIENTE"
                   ADD 1 TO WS-KEPT-COUNT
             END-EVALUATE
          END-IF
          END-IF.
       ApproveOneRequest.
      *   EL ARCHIVO PUDO CAMBIAR DESDE LA SOLICITUD: SE VUELVE A
      *   VALIDAR CONTRA EL CONTENIDO ACTUAL ANTES DE APROBAR.
          IF WS-APPLY-ERROR IS EQUAL TO SPACES THEN
             SET WS-SHOW-ERRORS TO TRUE
             PERFORM ValidateParamTable
          END-IF
          IF WS-APPLY-ERROR IS NOT EQUAL TO SPACES
                OR WS-ERROR-LINES > ZERO THEN
             DISPLAY "ERROR: EL CAMBIO YA NO VALIDA CONTRA EL "
                "ARCHIVO ACTUAL " WS-APPLY-ERROR
             DISPLAY "QUEDA PENDIENTE"
             ADD 1 TO WS-KEPT-COUNT
          ELSE
             SET CambioAprobado TO TRUE
             MOVE WS-OPERATOR TO PC-APRUEBA
             SET WS-QUEUE-CHANGED TO TRUE
             ADD 1 TO WS-APPROVED-COUNT
             DISPLAY "CAMBIO APROBADO - SE APLICA EN LA CADENA DEL "
                PC-VIGENCIA
          END-IF.
       ApplyDueChanges.
      *   LOS APROBADOS QUE ENTRAN EN VIGENCIA HASTA LA FECHA DE
      *   PROCESO SE APLICAN EN ORDEN DE SOLICITUD; CADA UNO SE VUELVE
      *   A VALIDAR SOBRE EL ARCHIVO CON LOS ANTERIORES YA APLICADOS.
          PERFORM LoadChangeQueue
          PERFORM LoadHistory
          PERFORM VARYING ChangeIdx FROM 1 BY 1
             UNTIL ChangeIdx > ChangeCount
             MOVE CT-LINE(ChangeIdx) TO WS-CHANGE-LINE
             IF CambioAprobado AND PC-VIGENCIA <= WS-RUN-DATE THEN
                ADD 1 TO WS-DUE-COUNT
                PERFORM ApplyOneChange
                MOVE WS-CHANGE-LINE TO CT-LINE(ChangeIdx)
                SET WS-QUEUE-CHANGED TO TRUE
             END-IF
          END-PERFORM
          IF WS-QUEUE-CHANGED THEN
             PERFORM RewriteChangeQueue
          END-IF
          DISPLAY "LOG: CAMBIOS EN VIGENCIA: " WS-DUE-COUNT
             " APLICADOS: " WS-APPLIED-COUNT
             " CON ERROR: " WS-FAILED-COUNT.
       ApplyOneChange.
          MOVE PC-ARCHIVO TO WS-SEL-CODE
          PERFORM SelectCatalogEntry
          IF NOT WS-PD-FOUND THEN
             MOVE "ARCHIVO NO CATALOGADO" TO WS-APPLY-ERROR
          ELSE
             PERFORM LoadParamFile
             PERFORM ApplyChangeInMemory
             IF WS-APPLY-ERROR IS EQUAL TO SPACES THEN
                MOVE "N" TO WS-SHOW-ERRORS-SW
                PERFORM ValidateParamTable
                IF WS-ERROR-LINES > ZERO THEN
                   MOVE WS-FIRST-ERROR TO WS-APPLY-ERROR
                END-IF
             END-IF
          END-IF
          IF WS-APPLY-ERROR IS NOT EQUAL TO SPACES THEN
             SET CambioErroneo TO TRUE
             ADD 1 TO WS-FAILED-COUNT
             DISPLAY "ERROR: CAMBIO " PC-ID " " PC-ARCHIVO " "
                PC-CLAVE " NO SE APLICA: " WS-APPLY-ERROR
             MOVE "Practica2Parametros" TO EXLOG-PROGRAM
             MOVE "PARAMETRO"           TO EXLOG-CODETYPE
             MOVE "NOAPLICA"            TO EXLOG-CODEVALUE
             MOVE SPACES                TO EXLOG-KEYVALUE
             STRING PC-ARCHIVO DELIMITED BY SIZE
                    " "        DELIMITED BY SIZE
                    PC-CLAVE   DELIMITED BY SIZE
                INTO EXLOG-KEYVALUE
             PERFORM LogException
          ELSE
             PERFORM SaveParamFile
             PERFORM WriteHistory
             SET CambioAplicado TO TRUE
             ADD 1 TO WS-APPLIED-COUNT
             DISPLAY "LOG: CAMBIO " PC-ID " APLICADO - " PC-ARCHIVO
                " VERSION " PH-VERSION " CLAVE " PC-CLAVE
          END-IF.
       LoadHistory.
          MOVE ZERO TO HistCount
          OPEN INPUT HistoryFile
          IF HistoryFileOK THEN
             READ HistoryFile
                AT END SET EOFHistoryFile TO TRUE
             END-READ
             PERFORM UNTIL EOFHistoryFile
                IF HistCount >= 3000 THEN
                   DISPLAY "ERROR: PARAMHIST.DAT EXCEDE 3000 "
                      "CAMBIOS - SE DETIENE"
                   CLOSE HistoryFile
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
                ADD 1 TO HistCount
                MOVE HistoryBuffer TO HistEntry(HistCount)
                READ HistoryFile
                   AT END SET EOFHistoryFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE HistoryFile
          END-IF.
       FindFileVersions.
      *   VERSION ACTUAL DEL ARCHIVO PdIdx Y LA QUE REGIA EN LA FECHA
      *   WS-H-DATE (CERO: EL CONTENIDO PREVIO A TODO CAMBIO).
          MOVE ZERO TO WS-VERSION-ACTUAL
          MOVE ZERO TO WS-VERSION-VIGENTE
          MOVE ZERO TO WS-VIGENTE-DESDE
          PERFORM VARYING HistIdx FROM 1 BY 1 UNTIL HistIdx > HistCount
             IF HT-ARCHIVO(HistIdx) IS EQUAL TO PD-CODE(PdIdx) THEN
                IF HT-VERSION(HistIdx) > WS-VERSION-ACTUAL THEN
                   MOVE HT-VERSION(HistIdx) TO WS-VERSION-ACTUAL
                END-IF
                IF HT-APLICADO(HistIdx) <= WS-H-DATE
                      AND HT-VERSION(HistIdx) > WS-VERSION-VIGENTE THEN
                   MOVE HT-VERSION(HistIdx) TO WS-VERSION-VIGENTE
                   MOVE HT-APLICADO(HistIdx) TO WS-VIGENTE-DESDE
                END-IF
             END-IF
          END-PERFORM.
       WriteHistory.
          MOVE WS-RUN-DATE TO WS-H-DATE
          PERFORM FindFileVersions
          MOVE SPACES TO WS-HIST-LINE
          MOVE PC-ARCHIVO TO PH-ARCHIVO
          COMPUTE PH-VERSION = WS-VERSION-ACTUAL + 1
          MOVE PC-CLAVE TO PH-CLAVE
          MOVE PC-ACCION TO PH-ACCION
          MOVE PC-VIGENCIA TO PH-VIGENCIA
          MOVE WS-RUN-DATE TO PH-APLICADO
          ACCEPT PH-HORA FROM TIME
          MOVE PC-ID TO PH-ID
          MOVE PC-SOLICITA TO PH-SOLICITA
          MOVE PC-APRUEBA TO PH-APRUEBA
          MOVE WS-OLD-VALUE TO PH-ANTERIOR
          MOVE PC-NUEVO TO PH-NUEVO
          OPEN EXTEND HistoryFile
          IF NOT HistoryFileOK THEN
             CLOSE HistoryFile
             OPEN OUTPUT HistoryFile
          END-IF
          WRITE HistoryBuffer FROM WS-HIST-LINE
          CLOSE HistoryFile
          IF HistCount < 3000 THEN
             ADD 1 TO HistCount
             MOVE WS-HIST-LINE TO HistEntry(HistCount)
          END-IF.
       CheckAllFiles.
          DISPLAY "--- VALIDACION DE ARCHIVOS DE PARAMETROS ---"
          SET WS-SHOW-ERRORS TO TRUE
          PERFORM VARYING PdIdx FROM 1 BY 1
             UNTIL PdIdx > WS-CATALOG-COUNT
             PERFORM CheckOneFile
          END-PERFORM
          DISPLAY "============================"
          DISPLAY "ARCHIVOS REVISADOS: " WS-FILE-COUNT
          DISPLAY "ARCHIVOS INVALIDOS: " WS-INVALID-FILES
          DISPLAY "AVISOS            : " WS-WARN-COUNT
          DISPLAY "============================"
          IF WS-INVALID-FILES > ZERO THEN
             DISPLAY "ERROR: HAY ARCHIVOS DE PARAMETROS INVALIDOS"
             MOVE 1 TO RETURN-CODE
          END-IF.
       CheckOneFile.
          PERFORM LoadParamFile
          IF WS-PARAM-ABSENT THEN
             DISPLAY "AVISO: " PD-FILE(PdIdx) " NO EXISTE - EL "
                "PROCESO USA SUS VALORES POR DEFECTO"
             ADD 1 TO WS-WARN-COUNT
          ELSE
             ADD 1 TO WS-FILE-COUNT
             ADD ParamCount TO WS-LINE-TOTAL
             PERFORM ValidateParamTable
             IF WS-ERROR-LINES > ZERO THEN
                ADD 1 TO WS-INVALID-FILES
                MOVE "Practica2Parametros" TO EXLOG-PROGRAM
                MOVE "PARAMETRO"           TO EXLOG-CODETYPE
                MOVE "INVALIDO"            TO EXLOG-CODEVALUE
                MOVE PD-FILE(PdIdx)        TO EXLOG-KEYVALUE
                PERFORM LogException
             ELSE
                DISPLAY "LOG: " PD-FILE(PdIdx) " OK - " ParamCount
                   " LINEAS"
             END-IF
             IF PD-CODE(PdIdx) IS EQUAL TO "GLMAP" THEN
                PERFORM CheckGlCoverage
             END-IF
          END-IF.
       ShowVersionInForce.
          IF WS-CMDDATA(1:8) IS NOT NUMERIC THEN
             DISPLAY "ERROR: FECHA INVALIDA - USE AAAAMMDD"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE WS-CMDDATA(1:8) TO WS-H-DATE
          MOVE WS-CMDDATA(10:12) TO WS-H-CODE
          PERFORM LoadHistory
          DISPLAY "--- PARAMETROS VIGENTES EN LA FECHA DE PROCESO "
             WS-H-DATE " ---"
          IF WS-H-CODE IS EQUAL TO SPACES THEN
             PERFORM VARYING PdIdx FROM 1 BY 1
                UNTIL PdIdx > WS-CATALOG-COUNT
                PERFORM FindFileVersions
                PERFORM ShowOneVersion
             END-PERFORM
          ELSE
             MOVE WS-H-CODE TO WS-SEL-CODE
             PERFORM SelectCatalogEntry
             IF NOT WS-PD-FOUND THEN
                DISPLAY "ERROR: ARCHIVO NO CATALOGADO " WS-H-CODE
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
             PERFORM FindFileVersions
             PERFORM ShowOneVersion
             PERFORM ShowFileHistory
             PERFORM RebuildAsOfDate
             PERFORM ShowParamFile
          END-IF.
       ShowOneVersion.
          IF WS-VERSION-VIGENTE IS EQUAL TO ZERO THEN
             DISPLAY PD-CODE(PdIdx) " VERSION 0000 (ANTERIOR A TODO "
                "CAMBIO CONTROLADO) - ACTUAL " WS-VERSION-ACTUAL
          ELSE
             DISPLAY PD-CODE(PdIdx) " VERSION " WS-VERSION-VIGENTE
                " DESDE " WS-VIGENTE-DESDE " - ACTUAL "
                WS-VERSION-ACTUAL
          END-IF.
       ShowFileHistory.
          PERFORM VARYING HistIdx FROM 1 BY 1 UNTIL HistIdx > HistCount
             IF HT-ARCHIVO(HistIdx) IS EQUAL TO PD-CODE(PdIdx) THEN
                DISPLAY "V" HT-VERSION(HistIdx) " RIGE "
                   HT-APLICADO(HistIdx) " (VIG " HT-VIGENCIA(HistIdx)
                   ") " HT-ACCION(HistIdx) " " HT-CLAVE(HistIdx)
                   " SOL " HT-SOLICITA(HistIdx) " APR "
                   HT-APRUEBA(HistIdx)
                DISPLAY "      ANTES: " HT-ANTERIOR(HistIdx)
                DISPLAY "      AHORA: " HT-NUEVO(HistIdx)
             END-IF
          END-PERFORM.
       RebuildAsOfDate.
      *   PARTE DEL CONTENIDO ACTUAL Y DESHACE, DEL MAS RECIENTE AL
      *   MAS ANTIGUO, LOS CAMBIOS QUE RIGEN DESPUES DE LA FECHA.
          PERFORM LoadParamFile
          PERFORM VARYING HistIdx FROM HistCount BY -1
             UNTIL HistIdx < 1
             IF HT-ARCHIVO(HistIdx) IS EQUAL TO PD-CODE(PdIdx)
                   AND HT-APLICADO(HistIdx) > WS-H-DATE THEN
                PERFORM UndoHistoryEntry
             END-IF
          END-PERFORM.
       UndoHistoryEntry.
          MOVE HT-CLAVE(HistIdx) TO WS-SEARCH-KEY
          PERFORM FindKey
          IF HT-ACCION(HistIdx) IS EQUAL TO "B" THEN
             IF ParamCount < 5000 THEN
                MOVE HT-ANTERIOR(HistIdx) TO WS-INSERT-LINE
                PERFORM InsertLine
             END-IF
          ELSE
          IF WS-FOUND-IDX > ZERO THEN
             IF HT-ANTERIOR(HistIdx) IS EQUAL TO SPACES THEN
                PERFORM RemoveLine
             ELSE
                MOVE HT-ANTERIOR(HistIdx) TO PL-LINE(WS-FOUND-IDX)
             END-IF
          END-IF
          END-IF.
       WriteControlFigures.
          MOVE "Practica2Parametros" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          MOVE WS-DUE-COUNT TO CIF-READ
          MOVE WS-APPLIED-COUNT TO CIF-WRITTEN
          MOVE WS-FAILED-COUNT TO CIF-REJECTED
          MOVE WS-LINE-TOTAL TO CIF-AMOUNT
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

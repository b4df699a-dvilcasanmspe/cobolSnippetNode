       IDENTIFICATION DIVISION.
       PROGRAM-ID. Practica2RiesgoAml.
      * CALIFICACION MENSUAL DE RIESGO DE LAVADO POR CLIENTE. CADA
      * NOCHE SE ACUMULAN EN RIESGOTERM_<AAAAMM>.DAT LOS TERMINALES
      * DISTINTOS QUE USO CADA CLIENTE (report.dat, CON EL DNI DE LA
      * TARJETA EN TARJMAES.DAT). EL ULTIMO DIA HABIL DEL MES (O SI SE
      * FUERZA CON "F") SE PUNTUA A CADA CLIENTE DE LA TABLA clientes
      * CON LOS FACTORES DEL MES:
      *   ESTRUC - ESTRUCTURACION EN REPREGULATORIO_<FECHA>.DAT
      *   GRANEF - OPERACIONES SOBRE UMBRAL EN EL MISMO REPORTE
      *   FRAUDE - ALERTAS DE ALERTAFRAUDE_<FECHA>.DAT POR SEVERIDAD
      *   LIMITE - VIOLACIONES DE REPLIMITES_<FECHA>.DAT
      *   ANTIG  - ANTIGUEDAD DE LA CUENTA MAS ANTIGUA
      *   NCUENT - NUMERO DE CUENTAS VIGENTES
      *   INTENS - EFECTIVO DEL MES (RETIRO, VENTRETIRO, VENTDEPOS)
      *            CONTRA EL SALDO TOTAL
      *   INTERB - ABONOS INTERBANCARIOS DE TRANSFBANCPROC_<FECHA>.DAT
      *   TERMIN - TERMINALES DISTINTOS USADOS EN EL MES
      * EL PUNTAJE DA LA CALIFICACION B/M/A, QUE QUEDA VIGENTE EN
      * RIESGOCLIEN.DAT JUNTO CON LA ANTERIOR; EL DETALLE DEL MES VA A
      * RIESGOHIST_<AAAAMM>.DAT Y LOS CLIENTES QUE SUBEN DE
      * CALIFICACION SALEN EN DEBIDADILIG_<AAAAMM>.DAT CON LOS
      * FACTORES QUE LOS LLEVARON, PARA LA DEBIDA DILIGENCIA REFORZADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CardMasterFile ASSIGN TO "TARJMAES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TARJMAES-STATUS.
          SELECT ReportDatFile ASSIGN TO "report.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPTDAT-STATUS.
          SELECT TerminalFile ASSIGN TO WS-TERM-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TERM-STATUS.
          SELECT DayFile ASSIGN TO WS-DAY-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DAYFILE-STATUS.
          SELECT MasterFile ASSIGN TO "CLIENMAES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MASTER-STATUS.
          SELECT RiskRatingFile ASSIGN TO "RIESGOCLIEN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RIESGO-STATUS.
          SELECT HistoryFile ASSIGN TO WS-HIST-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HIST-STATUS.
          SELECT DiligenceFile ASSIGN TO WS-DILIG-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DILIG-STATUS.
          SELECT DbProfileFile ASSIGN TO "DBPROFILE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DBPROFILE-STATUS.
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
       FD CardMasterFile.
       01 CardMasterBuffer       PIC X(40)   VALUES SPACES.
          88 EOFCardMaster       VALUES      HIGH-VALUES.
       FD ReportDatFile.
       01 ReportDatBuffer        PIC X(66)   VALUES SPACES.
          88 EOFReportDat        VALUES      HIGH-VALUES.
       FD TerminalFile.
       01 TerminalBuffer         PIC X(20)   VALUES SPACES.
          88 EOFTerminalFile     VALUES      HIGH-VALUES.
       FD DayFile.
       01 DayBuffer              PIC X(100)  VALUES SPACES.
          88 EOFDayFile          VALUES      HIGH-VALUES.
       FD MasterFile.
       01 MasterBuffer           PIC X(45)   VALUES SPACES.
          88 EOFMasterFile       VALUES      HIGH-VALUES.
       FD RiskRatingFile.
       01 RiskRatingBuffer       PIC X(40)   VALUES SPACES.
          88 EOFRiskRating       VALUES      HIGH-VALUES.
       FD HistoryFile.
       01 HistoryRecord          PIC X(80)   VALUES SPACES.
       FD DiligenceFile.
       01 DiligenceRecord        PIC X(160)  VALUES SPACES.
       FD DbProfileFile.
       01 DbProfileBuffer        PIC X(100)  VALUES SPACES.
          88 EOFDbProfile        VALUES      HIGH-VALUES.
       FD ExceptionLogFile.
       01 ExceptionLogRecord     PIC X(100)  VALUES SPACES.
       FD ControlFiguresFile.
       01 ControlFiguresRecord   PIC X(80)   VALUES SPACES.
       FD ProcessDateFile.
       01 ProcessDateBuffer      PIC X(8)    VALUES SPACES.
       WORKING-STORAGE SECTION.
       COPY "DbProfileFields".
       COPY "ExceptionLogFields".
       COPY "ControlFiguresFields".
       COPY "ProcessDateFields".
       COPY "CardMasterFields".
       COPY "MaskCardFields".
       COPY "RiskRatingFields".
       01 WS-RUN-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-RUN-DATE-FIELDS REDEFINES WS-RUN-DATE.
          05 WS-RUN-YEAR         PIC 9(4).
          05 WS-RUN-MONTH        PIC 9(2).
          05 WS-RUN-DAY          PIC 9(2).
       01 WS-RUN-MES             PIC 9(6)    VALUE ZERO.
       01 WS-DAYS-IN-MONTH       PIC 9(2)    VALUE ZERO.
       01 WS-LBD-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-LBD-DATE-FIELDS REDEFINES WS-LBD-DATE.
          05 FILLER              PIC 9(4).
          05 FILLER              PIC 9(2).
          05 WS-LBD-DAY          PIC 9(2).
       01 WS-LBD-HABIL           PIC X(1)    VALUE SPACE.
       01 WS-LEAP-REM-4          PIC 9(4)    VALUE ZERO.
       01 WS-LEAP-REM-100        PIC 9(4)    VALUE ZERO.
       01 WS-LEAP-REM-400        PIC 9(4)    VALUE ZERO.
       01 WS-LEAP-QUOT           PIC 9(4)    VALUE ZERO.
       01 WS-FORCE-FLAG          PIC X(1)    VALUE SPACE.
          88 ForceReport         VALUE "F".
       01 WS-DAY-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-DAY-DATE-FIELDS REDEFINES WS-DAY-DATE.
          05 FILLER              PIC 9(4).
          05 FILLER              PIC 9(2).
          05 WS-DAY-DAY          PIC 9(2).
       01 WS-RPTDAT-STATUS       PIC X(2)    VALUE SPACE.
          88 ReportDatOK         VALUE "00".
       01 WS-TERM-STATUS         PIC X(2)    VALUE SPACE.
          88 TerminalFileOK      VALUE "00".
       01 WS-TERM-FILENAME       PIC X(30)   VALUE SPACES.
       01 WS-DAYFILE-STATUS      PIC X(2)    VALUE SPACE.
          88 DayFileOK           VALUE "00".
       01 WS-DAY-FILENAME        PIC X(30)   VALUE SPACES.
       01 WS-DAY-PREFIX          PIC X(15)   VALUE SPACES.
       01 WS-MASTER-STATUS       PIC X(2)    VALUE SPACE.
          88 MasterFileOK        VALUE "00".
       01 WS-HIST-STATUS         PIC X(2)    VALUE SPACE.
          88 HistoryFileOK       VALUE "00".
       01 WS-HIST-FILENAME       PIC X(30)   VALUE SPACES.
       01 WS-DILIG-STATUS        PIC X(2)    VALUE SPACE.
          88 DiligenceFileOK     VALUE "00".
       01 WS-DILIG-FILENAME      PIC X(30)   VALUE SPACES.
       01 WS-FILES-READ          PIC 9(3)    VALUE ZERO.
      * PUNTOS POR FACTOR Y CORTES DE CALIFICACION. CADA FACTOR TIENE
      * SU TOPE PARA QUE NINGUNO SOLO LLEVE AL CLIENTE A RIESGO ALTO,
      * SALVO LA ESTRUCTURACION REITERADA.
       01 WS-PTS-ESTRUC          PIC 9(3)    VALUE 15.
       01 WS-TOPE-ESTRUC         PIC 9(3)    VALUE 30.
       01 WS-PTS-GRANEF          PIC 9(3)    VALUE 5.
       01 WS-TOPE-GRANEF         PIC 9(3)    VALUE 15.
       01 WS-PTS-ALERTA-A        PIC 9(3)    VALUE 10.
       01 WS-PTS-ALERTA-M        PIC 9(3)    VALUE 5.
       01 WS-PTS-ALERTA-B        PIC 9(3)    VALUE 2.
       01 WS-TOPE-FRAUDE         PIC 9(3)    VALUE 20.
       01 WS-PTS-LIMITE          PIC 9(3)    VALUE 3.
       01 WS-TOPE-LIMITE         PIC 9(3)    VALUE 10.
       01 WS-INTERB-MEDIO        PIC 9(11)   VALUE 10000.
       01 WS-INTERB-ALTO         PIC 9(11)   VALUE 50000.
       01 WS-CORTE-MEDIO         PIC 9(3)    VALUE 20.
       01 WS-CORTE-ALTO          PIC 9(3)    VALUE 40.
       01 WS-FACTOR-NAMES.
          05 FILLER              PIC X(30)
             VALUE "ESTRUCGRANEFFRAUDELIMITEANTIG ".
          05 FILLER              PIC X(24)
             VALUE "NCUENTINTENSINTERBTERMIN".
       01 WS-FACTOR-TABLE REDEFINES WS-FACTOR-NAMES.
          05 FN-CODE OCCURS 9 TIMES PIC X(6).
       01 FactorIdx              PIC 9(2)    VALUE ZERO.
       01 WS-POINTS              PIC 9(5)    VALUE ZERO.
      * TARJETAS DEL MAESTRO CON SU FORMA ENMASCARADA: LOS REPORTES
      * DEL DIA IDENTIFICAN LA TARJETA ENMASCARADA (O COMPLETA CUANDO
      * SE CORRIERON CON CUENTA_PAN_MODE=COMPLETO).
       01 CardTable.
          05 CardCount           PIC 9(5)    VALUE ZERO.
          05 CardEntry OCCURS 10000 TIMES.
             10 CD-CARD          PIC X(16).
             10 CD-MASKED        PIC X(16).
             10 CD-DNI           PIC X(8).
       01 CardIdx                PIC 9(5)    VALUE ZERO.
       01 WS-LOOK-CARD           PIC X(16)   VALUE SPACES.
       01 WS-LOOK-DNI            PIC X(8)    VALUE SPACES.
       01 WS-CARD-FOUND-SW       PIC X(1)    VALUE "N".
          88 WS-CARD-FOUND       VALUE "Y".
       01 WS-FULL-ONLY-SW        PIC X(1)    VALUE "N".
          88 WS-FULL-ONLY        VALUE "Y".
      * PARES DNI-TERMINAL DISTINTOS DEL MES (RIESGOTERM_<AAAAMM>.DAT).
       01 TerminalTable.
          05 TerminalCount       PIC 9(5)    VALUE ZERO.
          05 TerminalEntry OCCURS 20000 TIMES.
             10 TP-DNI           PIC X(8).
             10 TP-TERM          PIC X(4).
       01 TerminalIdx            PIC 9(5)    VALUE ZERO.
       01 WS-TP-FOUND-SW         PIC X(1)    VALUE "N".
          88 WS-TP-FOUND         VALUE "Y".
       01 WS-TERM-NEW            PIC 9(5)    VALUE ZERO.
       01 WS-TERM-LINE.
          05 TL-DNI              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 TL-TERM             PIC X(4)    VALUE SPACES.
       01 ReportDatRecord.
          05 DateRecord          PIC X(10).
          05 FILLER              PIC X.
          05 TimeRecord          PIC X(5).
          05 FILLER              PIC X.
          05 PinCardRecord       PIC X(16).
          05 FILLER              PIC X.
          05 Qty                 PIC 9(7).
          05 FILLER              PIC X.
          05 MoneyType           PIC X(3).
          05 FILLER              PIC X.
          05 TxnType             PIC X(10).
          05 FILLER              PIC X.
          05 PosCod              PIC X(4).
          05 FILLER              PIC X.
          05 PosType             PIC X(4).
      * LINEAS DE LOS REPORTES DIARIOS QUE ALIMENTAN LOS FACTORES.
       01 WS-REVIEW-LINE.
          05 RV-TIPO             PIC X(14).
             88 RvEstructuracion VALUE "ESTRUCTURACION".
             88 RvSobreUmbral    VALUE "SOBRE UMBRAL  ".
          05 FILLER              PIC X.
          05 RV-DNI              PIC X(8).
          05 FILLER              PIC X.
          05 RV-CARD             PIC X(16).
          05 FILLER              PIC X(60).
       01 WS-ALERT-LINE.
          05 AL-SEVERIDAD        PIC X(1).
          05 FILLER              PIC X.
          05 AL-TIPO             PIC X(11).
          05 FILLER              PIC X.
          05 AL-CLAVE            PIC X(16).
          05 FILLER              PIC X(70).
       01 WS-VIOL-HEAD-IN.
          05 VH-MARCA            PIC X(15).
             88 EsLimiteExcedido VALUE "LIMITE EXCEDIDO".
          05 FILLER              PIC X(6).
          05 VH-DNI              PIC X(8).
          05 FILLER              PIC X(71).
       01 InterbankRecord.
          05 TB-REF              PIC X(12).
          05 FILLER              PIC X.
          05 TB-DNI              PIC X(8).
          05 FILLER              PIC X.
          05 TB-CUENTA           PIC X(10).
          05 FILLER              PIC X.
          05 TB-SIGNO            PIC X(1).
             88 OrdenAbono       VALUE "C".
          05 FILLER              PIC X.
          05 TB-MONTO            PIC 9(9).
          05 TB-MONTO-X REDEFINES TB-MONTO
                                 PIC X(9).
          05 FILLER              PIC X(56).
       01 WS-MASTER-LINE.
          05 CM-DNI              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 CM-NOMBRE           PIC X(30)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 CM-ESTADO           PIC X(1)    VALUE SPACE.
       01 NameTable.
          05 NameCount           PIC 9(5)    VALUE ZERO.
          05 NameEntry OCCURS 5000 TIMES.
             10 NM-DNI           PIC X(8).
             10 NM-NOMBRE        PIC X(30).
       01 NameIdx                PIC 9(5)    VALUE ZERO.
       01 WS-CLIENT-NAME         PIC X(30)   VALUE SPACES.
      * CLIENTES EN ORDEN DE DNI (COMO LOS DEVUELVE LA BASE) PARA
      * BUSCARLOS POR MITADES.
       01 ClientTable.
          05 ClientCount         PIC 9(5)    VALUE ZERO.
          05 ClientEntry OCCURS 5000 TIMES.
             10 CL-DNI           PIC X(8).
             10 CL-CUENTAS       PIC 9(3).
             10 CL-APERTURA      PIC X(10).
             10 CL-SALDO         PIC S9(13)V99.
             10 CL-EFECTIVO      PIC 9(13)V99.
             10 CL-ESTRUC        PIC 9(3).
             10 CL-GRANEF        PIC 9(3).
             10 CL-ALERTAS       PIC 9(5).
             10 CL-LIMITES       PIC 9(3).
             10 CL-INTERB        PIC 9(11).
             10 CL-TERMINALES    PIC 9(3).
             10 CL-PTS OCCURS 9 TIMES PIC 9(2).
             10 CL-PUNTAJE       PIC 9(3).
             10 CL-CALIF         PIC X(1).
             10 CL-CALIF-ANT     PIC X(1).
             10 CL-PUNTAJE-ANT   PIC 9(3).
             10 CL-MES-ANT       PIC 9(6).
       01 ClientIdx              PIC 9(5)    VALUE ZERO.
       01 WS-BS-LOW              PIC 9(5)    VALUE ZERO.
       01 WS-BS-HIGH             PIC 9(5)    VALUE ZERO.
       01 WS-BS-MID              PIC 9(5)    VALUE ZERO.
       01 WS-CL-FOUND-SW         PIC X(1)    VALUE "N".
          88 WS-CL-FOUND         VALUE "Y".
       01 WS-APER-YEAR           PIC 9(4)    VALUE ZERO.
       01 WS-APER-MONTH          PIC 9(2)    VALUE ZERO.
       01 WS-AGE-MONTHS          PIC S9(5)   VALUE ZERO.
       01 WS-RANK-NEW            PIC 9(1)    VALUE ZERO.
       01 WS-RANK-OLD            PIC 9(1)    VALUE ZERO.
       01 WS-RANK-CALIF          PIC X(1)    VALUE SPACE.
       01 WS-RANK                PIC 9(1)    VALUE ZERO.
       01 WS-UNMAPPED-COUNT      PIC 9(5)    VALUE ZERO.
       01 WS-UPGRADE-COUNT       PIC 9(5)    VALUE ZERO.
       01 WS-ALTO-COUNT          PIC 9(5)    VALUE ZERO.
       01 WS-MEDIO-COUNT         PIC 9(5)    VALUE ZERO.
       01 WS-BAJO-COUNT          PIC 9(5)    VALUE ZERO.
       01 WS-FACTOR-PTR          PIC 9(3)    VALUE ZERO.
       01 D-PTS                  PIC Z9.
       01 WS-HIST-LINE.
          05 RH-MES              PIC 9(6)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 RH-DNI              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 RH-CALIF            PIC X(1)    VALUE SPACE.
          05 FILLER              PIC X       VALUE SPACE.
          05 RH-PUNTAJE          PIC 9(3)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 RH-CALIF-ANT        PIC X(1)    VALUE SPACE.
          05 FILLER              PIC X       VALUE SPACE.
          05 RH-PUNTAJE-ANT      PIC 9(3)    VALUE ZERO.
          05 RH-FACTOR OCCURS 9 TIMES.
             10 FILLER           PIC X.
             10 RH-PTS           PIC 9(2).
       01 WS-DD-TITLE.
          05 FILLER              PIC X(42)
             VALUE "CLIENTES CON AUMENTO DE RIESGO AML - MES: ".
          05 DT-MES              PIC X(6)    VALUE SPACES.
          05 FILLER              PIC X(35)
             VALUE " - DEBIDA DILIGENCIA REFORZADA".
       01 WS-DD-COLUMNS.
          05 FILLER              PIC X(48)
             VALUE "DNI      NOMBRE                         ANT  PTS".
          05 FILLER              PIC X(19)
             VALUE "  NUE  PTS FACTORES".
       01 WS-DD-DETAIL.
          05 DD-DNI              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 DD-NOMBRE           PIC X(30)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 DD-CALIF-ANT        PIC X(4)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 DD-PUNTAJE-ANT      PIC ZZ9.
          05 FILLER              PIC X(2)    VALUE SPACES.
          05 DD-CALIF            PIC X(4)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 DD-PUNTAJE          PIC ZZ9.
          05 FILLER              PIC X       VALUE SPACE.
          05 DD-FACTORES         PIC X(90)   VALUE SPACES.
       01 WS-DD-SUMMARY.
          05 FILLER              PIC X(30)   VALUE SPACES.
          05 DS-LABEL            PIC X(30)   VALUE SPACES.
          05 DS-VALUE            PIC Z(4)9.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME           PIC X(30)      VALUE SPACE.
       01 USERNAME         PIC X(64)      VALUE SPACE.
       01 PASSWD           PIC X(10)      VALUE SPACE.
       01 R-DNI            PIC X(8)       VALUE SPACE.
       01 R-CUENTAS        PIC S9(9)      VALUE ZERO.
       01 R-APERTURA       PIC X(10)      VALUE SPACE.
       01 R-SALDO          PIC S9(13)V99  VALUE ZERO.
       01 R-MONTO          PIC 9(13)V99   VALUE ZERO.
       01 R-MONTH-START    PIC X(10)      VALUE SPACE.
       01 R-MONTH-END      PIC X(10)      VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "*** CALIFICACION DE RIESGO AML POR CLIENTE ***"
          PERFORM LoadProcessDate
          ACCEPT WS-FORCE-FLAG FROM COMMAND-LINE
          MOVE WS-RUN-DATE(1:6) TO WS-RUN-MES
          STRING "RIESGOTERM_" DELIMITED BY SIZE
                 WS-RUN-MES    DELIMITED BY SIZE
                 ".DAT"        DELIMITED BY SIZE
             INTO WS-TERM-FILENAME
          STRING "RIESGOHIST_" DELIMITED BY SIZE
                 WS-RUN-MES    DELIMITED BY SIZE
                 ".DAT"        DELIMITED BY SIZE
             INTO WS-HIST-FILENAME
          STRING "DEBIDADILIG_" DELIMITED BY SIZE
                 WS-RUN-MES     DELIMITED BY SIZE
                 ".DAT"         DELIMITED BY SIZE
             INTO WS-DILIG-FILENAME
          PERFORM LoadCardMaster
          PERFORM CaptureTerminals
          PERFORM CheckMonthEnd
          PERFORM BuildMonthBounds
          PERFORM LoadClientNames
          PERFORM LoadDbProfile
          MOVE SPACE TO PASSWD
          PERFORM ConnectionSQL
          PERFORM LoadClients
          PERFORM LoadAccounts
          PERFORM SumMonthlyCash
          PERFORM ScanMonthReports
          PERFORM CountTerminals
          PERFORM LoadPreviousRatings
          PERFORM VARYING ClientIdx FROM 1 BY 1
             UNTIL ClientIdx > ClientCount
             PERFORM ScoreClient
          END-PERFORM
          PERFORM WriteRiskRegister
          PERFORM WriteMonthHistory
          PERFORM WriteDiligenceList
          PERFORM WriteControlFigures
          DISPLAY "============================"
          DISPLAY "CLIENTES CALIFICADOS    : " ClientCount
          DISPLAY "  RIESGO ALTO           : " WS-ALTO-COUNT
          DISPLAY "  RIESGO MEDIO          : " WS-MEDIO-COUNT
          DISPLAY "  RIESGO BAJO           : " WS-BAJO-COUNT
          DISPLAY "SUBEN DE CALIFICACION   : " WS-UPGRADE-COUNT
          DISPLAY "REPORTES DIARIOS LEIDOS : " WS-FILES-READ
          DISPLAY "CLAVES SIN CLIENTE      : " WS-UNMAPPED-COUNT
          DISPLAY "============================"
          DISPLAY "DISCONNECT FROM DATABASE...."
          EXEC SQL DISCONNECT ALL END-EXEC
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
       LoadCardMaster.
      *   TODAS LAS TARJETAS EMITIDAS, TAMBIEN LAS CANCELADAS O
      *   BLOQUEADAS: UNA ALERTA DEL MES PUEDE SER DE UNA TARJETA QUE
      *   YA NO ESTA ACTIVA.
          OPEN INPUT CardMasterFile
          IF NOT CardMasterFileOK THEN
             DISPLAY "LOG: NO HAY TARJMAES.DAT - LAS CLAVES DE "
                "TARJETA NO SE ASOCIAN A CLIENTES"
          ELSE
             READ CardMasterFile INTO WS-TARJMAES-LINE
                AT END SET EOFCardMaster TO TRUE
             END-READ
             PERFORM UNTIL EOFCardMaster
                IF TJ-CARD IS NOT EQUAL TO SPACES THEN
                   IF CardCount >= 10000 THEN
                      DISPLAY "AVISO: TABLA DE TARJETAS LLENA - SE "
                         "OMITE EL RESTO DEL MAESTRO"
                      SET EOFCardMaster TO TRUE
                   ELSE
                      ADD 1 TO CardCount
                      MOVE TJ-CARD TO CD-CARD(CardCount)
                      MOVE TJ-DNI  TO CD-DNI(CardCount)
                      CALL "MaskCardNumber"
                         USING BY CONTENT TJ-CARD
                               BY REFERENCE WS-MASKED-CARD
                      MOVE WS-MASKED-CARD TO CD-MASKED(CardCount)
                   END-IF
                END-IF
                IF NOT EOFCardMaster THEN
                   READ CardMasterFile INTO WS-TARJMAES-LINE
                      AT END SET EOFCardMaster TO TRUE
                   END-READ
                END-IF
             END-PERFORM
             CLOSE CardMasterFile
          END-IF
          DISPLAY "LOG: TARJETAS DEL MAESTRO: " CardCount.
       FindCardDni.
      *   WS-LOOK-CARD PUEDE VENIR COMPLETA O ENMASCARADA; CON
      *   WS-FULL-ONLY SOLO SE ACEPTA LA TARJETA COMPLETA.
          MOVE "N" TO WS-CARD-FOUND-SW
          MOVE SPACES TO WS-LOOK-DNI
          PERFORM VARYING CardIdx FROM 1 BY 1
             UNTIL CardIdx > CardCount
             IF CD-CARD(CardIdx) IS EQUAL TO WS-LOOK-CARD
                   OR (NOT WS-FULL-ONLY
                       AND CD-MASKED(CardIdx) IS EQUAL TO
                          WS-LOOK-CARD) THEN
                MOVE CD-DNI(CardIdx) TO WS-LOOK-DNI
                MOVE "Y" TO WS-CARD-FOUND-SW
                EXIT PERFORM
             END-IF
          END-PERFORM.
       CaptureTerminals.
      *   CORRE TODAS LAS NOCHES: AGREGA A LOS PARES DEL MES LOS
      *   TERMINALES QUE CADA CLIENTE USO HOY. LOS PARES SON UNICOS,
      *   ASI QUE REPETIR LA NOCHE NO CAMBIA EL CONTEO.
          OPEN INPUT TerminalFile
          IF NOT TerminalFileOK THEN
             CLOSE TerminalFile
          ELSE
             READ TerminalFile INTO WS-TERM-LINE
                AT END SET EOFTerminalFile TO TRUE
             END-READ
             PERFORM UNTIL EOFTerminalFile
                IF TL-DNI IS NOT EQUAL TO SPACES
                      AND TerminalCount IS LESS THAN 20000 THEN
                   ADD 1 TO TerminalCount
                   MOVE TL-DNI  TO TP-DNI(TerminalCount)
                   MOVE TL-TERM TO TP-TERM(TerminalCount)
                END-IF
                READ TerminalFile INTO WS-TERM-LINE
                   AT END SET EOFTerminalFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE TerminalFile
          END-IF
          OPEN INPUT ReportDatFile
          IF NOT ReportDatOK THEN
             DISPLAY "LOG: SIN report.dat - NO SE CAPTURAN "
                "TERMINALES HOY"
          ELSE
             MOVE "Y" TO WS-FULL-ONLY-SW
             READ ReportDatFile INTO ReportDatRecord
                AT END SET EOFReportDat TO TRUE
             END-READ
             PERFORM UNTIL EOFReportDat
                IF PosCod IS NOT EQUAL TO SPACES
                      AND PinCardRecord IS NOT EQUAL TO SPACES THEN
                   MOVE PinCardRecord TO WS-LOOK-CARD
                   PERFORM FindCardDni
                   IF WS-CARD-FOUND THEN
                      PERFORM AddTerminalPair
                   END-IF
                END-IF
                READ ReportDatFile INTO ReportDatRecord
                   AT END SET EOFReportDat TO TRUE
                END-READ
             END-PERFORM
             CLOSE ReportDatFile
             MOVE "N" TO WS-FULL-ONLY-SW
             OPEN OUTPUT TerminalFile
             PERFORM VARYING TerminalIdx FROM 1 BY 1
                UNTIL TerminalIdx > TerminalCount
                MOVE TP-DNI(TerminalIdx)  TO TL-DNI
                MOVE TP-TERM(TerminalIdx) TO TL-TERM
                WRITE TerminalBuffer FROM WS-TERM-LINE
             END-PERFORM
             CLOSE TerminalFile
          END-IF
          DISPLAY "LOG: PARES CLIENTE-TERMINAL DEL MES: " TerminalCount
             " - NUEVOS HOY: " WS-TERM-NEW.
       AddTerminalPair.
          MOVE "N" TO WS-TP-FOUND-SW
          PERFORM VARYING TerminalIdx FROM 1 BY 1
             UNTIL TerminalIdx > TerminalCount
             IF TP-DNI(TerminalIdx) IS EQUAL TO WS-LOOK-DNI
                   AND TP-TERM(TerminalIdx) IS EQUAL TO PosCod THEN
                MOVE "Y" TO WS-TP-FOUND-SW
                EXIT PERFORM
             END-IF
          END-PERFORM
          IF NOT WS-TP-FOUND THEN
             IF TerminalCount >= 20000 THEN
                DISPLAY "AVISO: TABLA DE TERMINALES LLENA - SE "
                   "OMITE EL PAR " WS-LOOK-DNI " " PosCod
             ELSE
                ADD 1 TO TerminalCount
                ADD 1 TO WS-TERM-NEW
                MOVE WS-LOOK-DNI TO TP-DNI(TerminalCount)
                MOVE PosCod      TO TP-TERM(TerminalCount)
             END-IF
          END-IF.
       CheckMonthEnd.
      *   LA CALIFICACION CIERRA EL MES CON LOS REPORTES DE TODAS SUS
      *   NOCHES: CORRE EL ULTIMO DIA HABIL, SALVO QUE SE FUERCE.
          PERFORM ComputeDaysInMonth
          PERFORM FindLastBusinessDay
          IF WS-RUN-DAY IS NOT EQUAL TO WS-LBD-DAY
                AND NOT ForceReport THEN
             DISPLAY "LOG: NO ES EL ULTIMO DIA HABIL DEL MES ("
                WS-RUN-DAY "/" WS-LBD-DAY
                ") - SOLO SE CAPTURARON TERMINALES"
             STOP RUN
          END-IF.
       FindLastBusinessDay.
          MOVE WS-RUN-DATE TO WS-LBD-DATE
          MOVE WS-DAYS-IN-MONTH TO WS-LBD-DAY
          MOVE "N" TO WS-LBD-HABIL
          PERFORM UNTIL WS-LBD-HABIL IS EQUAL TO "S"
                OR WS-LBD-DAY IS LESS THAN 2
             CALL "EsDiaHabil" USING WS-LBD-DATE WS-LBD-HABIL
             IF WS-LBD-HABIL IS NOT EQUAL TO "S" THEN
                SUBTRACT 1 FROM WS-LBD-DAY
             END-IF
          END-PERFORM.
       ComputeDaysInMonth.
          EVALUATE WS-RUN-MONTH
             WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                MOVE 31 TO WS-DAYS-IN-MONTH
             WHEN 4 WHEN 6 WHEN 9 WHEN 11
                MOVE 30 TO WS-DAYS-IN-MONTH
             WHEN 2
                DIVIDE WS-RUN-YEAR BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-4
                DIVIDE WS-RUN-YEAR BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-100
                DIVIDE WS-RUN-YEAR BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-400
                IF WS-LEAP-REM-4 IS EQUAL TO ZERO
                      AND (WS-LEAP-REM-100 IS NOT EQUAL TO ZERO
                           OR WS-LEAP-REM-400 IS EQUAL TO ZERO) THEN
                   MOVE 29 TO WS-DAYS-IN-MONTH
                ELSE
                   MOVE 28 TO WS-DAYS-IN-MONTH
                END-IF
          END-EVALUATE.
       BuildMonthBounds.
          MOVE SPACES TO R-MONTH-START
          STRING WS-RUN-DATE(1:4) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-RUN-DATE(5:2) DELIMITED BY SIZE
                 "-01" DELIMITED BY SIZE
             INTO R-MONTH-START
          MOVE SPACES TO R-MONTH-END
          STRING WS-RUN-DATE(1:4) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-RUN-DATE(5:2) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-DAYS-IN-MONTH DELIMITED BY SIZE
             INTO R-MONTH-END.
       LoadClientNames.
          OPEN INPUT MasterFile
          IF NOT MasterFileOK THEN
             DISPLAY "LOG: NO HAY CLIENMAES.DAT - LISTA SIN NOMBRES"
          ELSE
             READ MasterFile INTO WS-MASTER-LINE
                AT END SET EOFMasterFile TO TRUE
             END-READ
             PERFORM UNTIL EOFMasterFile
                IF NameCount IS LESS THAN 5000 THEN
                   ADD 1 TO NameCount
                   MOVE CM-DNI    TO NM-DNI(NameCount)
                   MOVE CM-NOMBRE TO NM-NOMBRE(NameCount)
                END-IF
                READ MasterFile INTO WS-MASTER-LINE
                   AT END SET EOFMasterFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE MasterFile
          END-IF.
       LoadDbProfile.
          MOVE "dvilca"             TO USERNAME
          MOVE "playground_dvilca"  TO DBNAME
          ACCEPT WS-DB-ENV FROM ENVIRONMENT "CUENTA_DB_ENV"
          IF WS-DB-ENV IS EQUAL TO SPACES THEN
             MOVE "PROD" TO WS-DB-ENV
          END-IF
          MOVE "N" TO WS-DBPROFILE-FOUND-SW
          OPEN INPUT DbProfileFile
          IF DbProfileFileOK THEN
             READ DbProfileFile INTO WS-DBPROFILE-LINE
                AT END SET EOFDbProfile TO TRUE
             END-READ
             PERFORM UNTIL EOFDbProfile OR WS-DBPROFILE-FOUND
                IF DBP-ENV IS EQUAL TO WS-DB-ENV THEN
                   MOVE DBP-USERNAME TO USERNAME
                   MOVE DBP-DBNAME   TO DBNAME
                   MOVE "Y" TO WS-DBPROFILE-FOUND-SW
                ELSE
                   READ DbProfileFile INTO WS-DBPROFILE-LINE
                      AT END SET EOFDbProfile TO TRUE
                   END-READ
                END-IF
             END-PERFORM
             CLOSE DbProfileFile
          END-IF
          DISPLAY "LOG: PERFIL DE CONEXION: " WS-DB-ENV.
       ConnectionSQL.
          EXEC SQL
             CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
          END-EXEC
          IF SQLCODE IS EQUAL TO ZERO THEN
             DISPLAY "SUCCESFUL CONNECTION WITH DATABASE " DBNAME
          ELSE
             PERFORM HandlingErrors
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF.
       LoadClients.
          EXEC SQL
             DECLARE C1 CURSOR FOR
             SELECT dniclien
             FROM clientes
             ORDER BY dniclien
          END-EXEC
          EXEC SQL
             OPEN C1
          END-EXEC
          EXEC SQL
             FETCH C1 INTO :R-DNI
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             IF ClientCount >= 5000 THEN
                DISPLAY "ERROR: MAS DE 5000 CLIENTES - SE DETIENE"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
             ADD 1 TO ClientCount
             INITIALIZE ClientEntry(ClientCount)
             MOVE R-DNI TO CL-DNI(ClientCount)
             EXEC SQL
                FETCH C1 INTO :R-DNI
             END-EXEC
          END-PERFORM
          EXEC SQL
             CLOSE C1
          END-EXEC
          DISPLAY "LOG: CLIENTES CARGADOS: " ClientCount.
       LoadAccounts.
      *   CUENTAS VIGENTES POR CLIENTE: CUANTAS TIENE, LA APERTURA MAS
      *   ANTIGUA Y EL SALDO TOTAL CONTRA EL QUE SE MIDE EL EFECTIVO.
          EXEC SQL
             DECLARE C2 CURSOR FOR
             SELECT docclien, COUNT(*), MIN(fecapert), SUM(saldoact)
             FROM cuenta
             WHERE estcuent <> 'C'
             GROUP BY docclien
          END-EXEC
          EXEC SQL
             OPEN C2
          END-EXEC
          EXEC SQL
             FETCH C2 INTO :R-DNI, :R-CUENTAS, :R-APERTURA, :R-SALDO
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             MOVE R-DNI TO WS-LOOK-DNI
             PERFORM FindClient
             IF WS-CL-FOUND THEN
                MOVE R-CUENTAS  TO CL-CUENTAS(ClientIdx)
                MOVE R-APERTURA TO CL-APERTURA(ClientIdx)
                MOVE R-SALDO    TO CL-SALDO(ClientIdx)
             END-IF
             EXEC SQL
                FETCH C2 INTO :R-DNI, :R-CUENTAS, :R-APERTURA,
                   :R-SALDO
             END-EXEC
          END-PERFORM
          EXEC SQL
             CLOSE C2
          END-EXEC.
       SumMonthlyCash.
      *   EFECTIVO DEL MES: RETIROS DE CAJERO Y RETIROS Y DEPOSITOS
      *   EN VENTANILLA.
          EXEC SQL
             DECLARE C3 CURSOR FOR
             SELECT docclien, SUM(montomov)
             FROM movcuenta
             WHERE fecmov BETWEEN :R-MONTH-START AND :R-MONTH-END
               AND tipomov IN ('RETIRO', 'VENTRETIRO', 'VENTDEPOS')
             GROUP BY docclien
          END-EXEC
          EXEC SQL
             OPEN C3
          END-EXEC
          EXEC SQL
             FETCH C3 INTO :R-DNI, :R-MONTO
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             MOVE R-DNI TO WS-LOOK-DNI
             PERFORM FindClient
             IF WS-CL-FOUND THEN
                MOVE R-MONTO TO CL-EFECTIVO(ClientIdx)
             END-IF
             EXEC SQL
                FETCH C3 INTO :R-DNI, :R-MONTO
             END-EXEC
          END-PERFORM
          EXEC SQL
             CLOSE C3
          END-EXEC.
       FindClient.
          MOVE "N" TO WS-CL-FOUND-SW
          MOVE 1 TO WS-BS-LOW
          MOVE ClientCount TO WS-BS-HIGH
          PERFORM UNTIL WS-BS-LOW > WS-BS-HIGH OR WS-CL-FOUND
             COMPUTE WS-BS-MID = (WS-BS-LOW + WS-BS-HIGH) / 2
             EVALUATE TRUE
                WHEN CL-DNI(WS-BS-MID) IS EQUAL TO WS-LOOK-DNI
                   MOVE WS-BS-MID TO ClientIdx
                   MOVE "Y" TO WS-CL-FOUND-SW
                WHEN CL-DNI(WS-BS-MID) IS LESS THAN WS-LOOK-DNI
                   COMPUTE WS-BS-LOW = WS-BS-MID + 1
                WHEN OTHER
                   IF WS-BS-MID IS EQUAL TO 1 THEN
                      MOVE ZERO TO WS-BS-HIGH
                   ELSE
                      COMPUTE WS-BS-HIGH = WS-BS-MID - 1
                   END-IF
             END-EVALUATE
          END-PERFORM.
       FindKeyClient.
      *   UNA CLAVE DE REPORTE ES UN DNI O UNA TARJETA; LA TARJETA SE
      *   LLEVA A SU TITULAR CON EL MAESTRO DE TARJETAS.
          MOVE "N" TO WS-CL-FOUND-SW
          IF WS-LOOK-DNI IS EQUAL TO SPACES THEN
             PERFORM FindCardDni
          END-IF
          IF WS-LOOK-DNI IS NOT EQUAL TO SPACES THEN
             PERFORM FindClient
          END-IF
          IF NOT WS-CL-FOUND THEN
             ADD 1 TO WS-UNMAPPED-COUNT
          END-IF.
       ScanMonthReports.
      *   LOS REPORTES FECHADOS DE CADA NOCHE DEL MES HASTA HOY; UNA
      *   NOCHE SIN REPORTE (FERIADO, PASO OMITIDO) SE SALTA.
          MOVE WS-RUN-DATE TO WS-DAY-DATE
          MOVE 1 TO WS-DAY-DAY
          PERFORM UNTIL WS-DAY-DATE > WS-RUN-DATE
             MOVE "REPREGULATORIO_" TO WS-DAY-PREFIX
             PERFORM OpenDayFile
             IF DayFileOK THEN
                PERFORM ScanDayReview
             END-IF
             MOVE "ALERTAFRAUDE_" TO WS-DAY-PREFIX
             PERFORM OpenDayFile
             IF DayFileOK THEN
                PERFORM ScanDayAlerts
             END-IF
             MOVE "REPLIMITES_" TO WS-DAY-PREFIX
             PERFORM OpenDayFile
             IF DayFileOK THEN
                PERFORM ScanDayViolations
             END-IF
             MOVE "TRANSFBANCPROC_" TO WS-DAY-PREFIX
             PERFORM OpenDayFile
             IF DayFileOK THEN
                PERFORM ScanDayInterbank
             END-IF
             ADD 1 TO WS-DAY-DAY
          END-PERFORM
          DISPLAY "LOG: REPORTES DIARIOS DEL MES LEIDOS: "
             WS-FILES-READ.
       OpenDayFile.
          MOVE SPACES TO WS-DAY-FILENAME
          STRING WS-DAY-PREFIX DELIMITED BY SPACE
                 WS-DAY-DATE   DELIMITED BY SIZE
                 ".DAT"        DELIMITED BY SIZE
             INTO WS-DAY-FILENAME
          MOVE SPACES TO DayBuffer
          OPEN INPUT DayFile
          IF NOT DayFileOK THEN
             CLOSE DayFile
          ELSE
             ADD 1 TO WS-FILES-READ
          END-IF.
       ScanDayReview.
      *   LAS OPERACIONES DE report.dat NO TRAEN DNI: SE IDENTIFICAN
      *   POR LA TARJETA.
          READ DayFile INTO WS-REVIEW-LINE
             AT END SET EOFDayFile TO TRUE
          END-READ
          PERFORM UNTIL EOFDayFile
             IF RvEstructuracion OR RvSobreUmbral THEN
                MOVE RV-DNI  TO WS-LOOK-DNI
                MOVE RV-CARD TO WS-LOOK-CARD
                PERFORM FindKeyClient
                IF WS-CL-FOUND THEN
                   IF RvEstructuracion THEN
                      ADD 1 TO CL-ESTRUC(ClientIdx)
                   ELSE
                      ADD 1 TO CL-GRANEF(ClientIdx)
                   END-IF
                END-IF
             END-IF
             READ DayFile INTO WS-REVIEW-LINE
                AT END SET EOFDayFile TO TRUE
             END-READ
          END-PERFORM
          CLOSE DayFile.
       ScanDayAlerts.
      *   SOLO CUENTAN LAS ALERTAS CON CLAVE DE TARJETA; LAS DE
      *   TERMINAL (RAFAGA) NO SON DE UN CLIENTE.
          READ DayFile INTO WS-ALERT-LINE
             AT END SET EOFDayFile TO TRUE
          END-READ
          PERFORM UNTIL EOFDayFile
             IF AL-CLAVE(5:12) IS NOT EQUAL TO SPACES THEN
                MOVE SPACES   TO WS-LOOK-DNI
                MOVE AL-CLAVE TO WS-LOOK-CARD
                PERFORM FindKeyClient
                IF WS-CL-FOUND THEN
                   EVALUATE AL-SEVERIDAD
                      WHEN "A"
                         ADD WS-PTS-ALERTA-A TO CL-ALERTAS(ClientIdx)
                      WHEN "M"
                         ADD WS-PTS-ALERTA-M TO CL-ALERTAS(ClientIdx)
                      WHEN OTHER
                         ADD WS-PTS-ALERTA-B TO CL-ALERTAS(ClientIdx)
                   END-EVALUATE
                END-IF
             END-IF
             READ DayFile INTO WS-ALERT-LINE
                AT END SET EOFDayFile TO TRUE
             END-READ
          END-PERFORM
          CLOSE DayFile.
       ScanDayViolations.
          READ DayFile INTO WS-VIOL-HEAD-IN
             AT END SET EOFDayFile TO TRUE
          END-READ
          PERFORM UNTIL EOFDayFile
             IF EsLimiteExcedido THEN
                MOVE VH-DNI TO WS-LOOK-DNI
                PERFORM FindKeyClient
                IF WS-CL-FOUND THEN
                   ADD 1 TO CL-LIMITES(ClientIdx)
                END-IF
             END-IF
             READ DayFile INTO WS-VIOL-HEAD-IN
                AT END SET EOFDayFile TO TRUE
             END-READ
          END-PERFORM
          CLOSE DayFile.
       ScanDayInterbank.
      *   SOLO LOS ABONOS (ORDENES ENTRANTES DE OTROS BANCOS).
          READ DayFile INTO InterbankRecord
             AT END SET EOFDayFile TO TRUE
          END-READ
          PERFORM UNTIL EOFDayFile
             IF TB-REF(1:8) IS NOT EQUAL TO "*TRAILER"
                   AND OrdenAbono AND TB-MONTO-X IS NUMERIC THEN
                MOVE TB-DNI TO WS-LOOK-DNI
                PERFORM FindKeyClient
                IF WS-CL-FOUND THEN
                   ADD TB-MONTO TO CL-INTERB(ClientIdx)
                END-IF
             END-IF
             READ DayFile INTO InterbankRecord
                AT END SET EOFDayFile TO TRUE
             END-READ
          END-PERFORM
          CLOSE DayFile.
       CountTerminals.
          PERFORM VARYING TerminalIdx FROM 1 BY 1
             UNTIL TerminalIdx > TerminalCount
             MOVE TP-DNI(TerminalIdx) TO WS-LOOK-DNI
             PERFORM FindClient
             IF WS-CL-FOUND THEN
                ADD 1 TO CL-TERMINALES(ClientIdx)
             END-IF
          END-PERFORM.
       LoadPreviousRatings.
      *   SI EL REGISTRO YA ES DE ESTE MES (CORRIDA REPETIDA) LA
      *   CALIFICACION ANTERIOR ES LA QUE ESE REGISTRO YA GUARDABA.
          OPEN INPUT RiskRatingFile
          IF NOT RiskRatingFileOK THEN
             DISPLAY "LOG: NO HAY RIESGOCLIEN.DAT - PRIMERA "
                "CALIFICACION"
          ELSE
             READ RiskRatingFile INTO WS-RIESGO-LINE
                AT END SET EOFRiskRating TO TRUE
             END-READ
             PERFORM UNTIL EOFRiskRating
                MOVE RK-DNI TO WS-LOOK-DNI
                PERFORM FindClient
                IF WS-CL-FOUND THEN
                   IF RK-MES IS EQUAL TO WS-RUN-MES THEN
                      MOVE RK-CALIF-ANT   TO CL-CALIF-ANT(ClientIdx)
                      MOVE RK-PUNTAJE-ANT TO CL-PUNTAJE-ANT(ClientIdx)
                      MOVE RK-MES-ANT     TO CL-MES-ANT(ClientIdx)
                   ELSE
                      MOVE RK-CALIF       TO CL-CALIF-ANT(ClientIdx)
                      MOVE RK-PUNTAJE     TO CL-PUNTAJE-ANT(ClientIdx)
                      MOVE RK-MES         TO CL-MES-ANT(ClientIdx)
                   END-IF
                END-IF
                READ RiskRatingFile INTO WS-RIESGO-LINE
                   AT END SET EOFRiskRating TO TRUE
                END-READ
             END-PERFORM
             CLOSE RiskRatingFile
          END-IF.
       ScoreClient.
          COMPUTE WS-POINTS = CL-ESTRUC(ClientIdx) * WS-PTS-ESTRUC
          IF WS-POINTS > WS-TOPE-ESTRUC THEN
             MOVE WS-TOPE-ESTRUC TO WS-POINTS
          END-IF
          MOVE WS-POINTS TO CL-PTS(ClientIdx, 1)
          COMPUTE WS-POINTS = CL-GRANEF(ClientIdx) * WS-PTS-GRANEF
          IF WS-POINTS > WS-TOPE-GRANEF THEN
             MOVE WS-TOPE-GRANEF TO WS-POINTS
          END-IF
          MOVE WS-POINTS TO CL-PTS(ClientIdx, 2)
          MOVE CL-ALERTAS(ClientIdx) TO WS-POINTS
          IF WS-POINTS > WS-TOPE-FRAUDE THEN
             MOVE WS-TOPE-FRAUDE TO WS-POINTS
          END-IF
          MOVE WS-POINTS TO CL-PTS(ClientIdx, 3)
          COMPUTE WS-POINTS = CL-LIMITES(ClientIdx) * WS-PTS-LIMITE
          IF WS-POINTS > WS-TOPE-LIMITE THEN
             MOVE WS-TOPE-LIMITE TO WS-POINTS
          END-IF
          MOVE WS-POINTS TO CL-PTS(ClientIdx, 4)
          PERFORM ScoreAccountAge
          MOVE WS-POINTS TO CL-PTS(ClientIdx, 5)
          EVALUATE TRUE
             WHEN CL-CUENTAS(ClientIdx) >= 6
                MOVE 10 TO CL-PTS(ClientIdx, 6)
             WHEN CL-CUENTAS(ClientIdx) >= 4
                MOVE 5 TO CL-PTS(ClientIdx, 6)
             WHEN OTHER
                MOVE ZERO TO CL-PTS(ClientIdx, 6)
          END-EVALUATE
      *   INTENSIDAD DE EFECTIVO: MOVER EN EFECTIVO VARIAS VECES EL
      *   SALDO QUE SE MANTIENE.
          EVALUATE TRUE
             WHEN CL-EFECTIVO(ClientIdx) IS EQUAL TO ZERO
                MOVE ZERO TO CL-PTS(ClientIdx, 7)
             WHEN CL-SALDO(ClientIdx) IS NOT GREATER THAN ZERO
                MOVE 10 TO CL-PTS(ClientIdx, 7)
             WHEN CL-EFECTIVO(ClientIdx) >= CL-SALDO(ClientIdx) * 3
                MOVE 10 TO CL-PTS(ClientIdx, 7)
             WHEN CL-EFECTIVO(ClientIdx) >= CL-SALDO(ClientIdx)
                MOVE 5 TO CL-PTS(ClientIdx, 7)
             WHEN OTHER
                MOVE ZERO TO CL-PTS(ClientIdx, 7)
          END-EVALUATE
          EVALUATE TRUE
             WHEN CL-INTERB(ClientIdx) >= WS-INTERB-ALTO
                MOVE 10 TO CL-PTS(ClientIdx, 8)
             WHEN CL-INTERB(ClientIdx) >= WS-INTERB-MEDIO
                MOVE 5 TO CL-PTS(ClientIdx, 8)
             WHEN OTHER
                MOVE ZERO TO CL-PTS(ClientIdx, 8)
          END-EVALUATE
          EVALUATE TRUE
             WHEN CL-TERMINALES(ClientIdx) >= 6
                MOVE 10 TO CL-PTS(ClientIdx, 9)
             WHEN CL-TERMINALES(ClientIdx) >= 4
                MOVE 5 TO CL-PTS(ClientIdx, 9)
             WHEN OTHER
                MOVE ZERO TO CL-PTS(ClientIdx, 9)
          END-EVALUATE
          MOVE ZERO TO CL-PUNTAJE(ClientIdx)
          PERFORM VARYING FactorIdx FROM 1 BY 1 UNTIL FactorIdx > 9
             ADD CL-PTS(ClientIdx, FactorIdx) TO CL-PUNTAJE(ClientIdx)
          END-PERFORM
          EVALUATE TRUE
             WHEN CL-PUNTAJE(ClientIdx) >= WS-CORTE-ALTO
                MOVE "A" TO CL-CALIF(ClientIdx)
                ADD 1 TO WS-ALTO-COUNT
             WHEN CL-PUNTAJE(ClientIdx) >= WS-CORTE-MEDIO
                MOVE "M" TO CL-CALIF(ClientIdx)
                ADD 1 TO WS-MEDIO-COUNT
             WHEN OTHER
                MOVE "B" TO CL-CALIF(ClientIdx)
                ADD 1 TO WS-BAJO-COUNT
          END-EVALUATE.
       ScoreAccountAge.
      *   UNA RELACION RECIENTE PESA MAS: MENOS DE 6 MESES DESDE LA
      *   APERTURA MAS ANTIGUA, 10 PUNTOS; MENOS DE 12, 5. LA FECHA
      *   PUEDE VENIR COMO AAAA-MM-DD O DD/MM/AAAA.
          MOVE ZERO TO WS-POINTS
          MOVE ZERO TO WS-APER-YEAR
          MOVE ZERO TO WS-APER-MONTH
          IF CL-APERTURA(ClientIdx)(5:1) IS EQUAL TO "-"
                AND CL-APERTURA(ClientIdx)(1:4) IS NUMERIC
                AND CL-APERTURA(ClientIdx)(6:2) IS NUMERIC THEN
             MOVE CL-APERTURA(ClientIdx)(1:4) TO WS-APER-YEAR
             MOVE CL-APERTURA(ClientIdx)(6:2) TO WS-APER-MONTH
          ELSE
             IF CL-APERTURA(ClientIdx)(3:1) IS EQUAL TO "/"
                   AND CL-APERTURA(ClientIdx)(7:4) IS NUMERIC
                   AND CL-APERTURA(ClientIdx)(4:2) IS NUMERIC THEN
                MOVE CL-APERTURA(ClientIdx)(7:4) TO WS-APER-YEAR
                MOVE CL-APERTURA(ClientIdx)(4:2) TO WS-APER-MONTH
             END-IF
          END-IF
          IF WS-APER-YEAR IS GREATER THAN ZERO THEN
             COMPUTE WS-AGE-MONTHS =
                (WS-RUN-YEAR * 12 + WS-RUN-MONTH)
                - (WS-APER-YEAR * 12 + WS-APER-MONTH)
             EVALUATE TRUE
                WHEN WS-AGE-MONTHS < 6
                   MOVE 10 TO WS-POINTS
                WHEN WS-AGE-MONTHS < 12
                   MOVE 5 TO WS-POINTS
             END-EVALUATE
          END-IF.
       RankRating.
      *   B=1, M=2, A=3; SIN CALIFICACION PREVIA CUENTA COMO BAJO.
          EVALUATE WS-RANK-CALIF
             WHEN "A"
                MOVE 3 TO WS-RANK
             WHEN "M"
                MOVE 2 TO WS-RANK
             WHEN OTHER
                MOVE 1 TO WS-RANK
          END-EVALUATE.
       WriteRiskRegister.
          OPEN OUTPUT RiskRatingFile
          IF NOT RiskRatingFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR RIESGOCLIEN.DAT"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          PERFORM VARYING ClientIdx FROM 1 BY 1
             UNTIL ClientIdx > ClientCount
             MOVE CL-DNI(ClientIdx)         TO RK-DNI
             MOVE CL-CALIF(ClientIdx)       TO RK-CALIF
             MOVE CL-PUNTAJE(ClientIdx)     TO RK-PUNTAJE
             MOVE WS-RUN-MES                TO RK-MES
             MOVE CL-CALIF-ANT(ClientIdx)   TO RK-CALIF-ANT
             MOVE CL-PUNTAJE-ANT(ClientIdx) TO RK-PUNTAJE-ANT
             MOVE CL-MES-ANT(ClientIdx)     TO RK-MES-ANT
             WRITE RiskRatingBuffer FROM WS-RIESGO-LINE
          END-PERFORM
          CLOSE RiskRatingFile.
       WriteMonthHistory.
      *   UNA LINEA POR CLIENTE CON LOS PUNTOS DE CADA FACTOR, EN EL
      *   ORDEN ESTRUC GRANEF FRAUDE LIMITE ANTIG NCUENT INTENS INTERB
      *   TERMIN.
          OPEN OUTPUT HistoryFile
          IF NOT HistoryFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR " WS-HIST-FILENAME
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          PERFORM VARYING ClientIdx FROM 1 BY 1
             UNTIL ClientIdx > ClientCount
             MOVE SPACES                    TO WS-HIST-LINE
             MOVE WS-RUN-MES                TO RH-MES
             MOVE CL-DNI(ClientIdx)         TO RH-DNI
             MOVE CL-CALIF(ClientIdx)       TO RH-CALIF
             MOVE CL-PUNTAJE(ClientIdx)     TO RH-PUNTAJE
             MOVE CL-CALIF-ANT(ClientIdx)   TO RH-CALIF-ANT
             MOVE CL-PUNTAJE-ANT(ClientIdx) TO RH-PUNTAJE-ANT
             PERFORM VARYING FactorIdx FROM 1 BY 1 UNTIL FactorIdx > 9
                MOVE CL-PTS(ClientIdx, FactorIdx)
                   TO RH-PTS(FactorIdx)
             END-PERFORM
             WRITE HistoryRecord FROM WS-HIST-LINE
          END-PERFORM
          CLOSE HistoryFile.
       WriteDiligenceList.
          OPEN OUTPUT DiligenceFile
          IF NOT DiligenceFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR " WS-DILIG-FILENAME
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE WS-RUN-MES TO DT-MES
          WRITE DiligenceRecord FROM WS-DD-TITLE
          WRITE DiligenceRecord FROM WS-DD-COLUMNS
          PERFORM VARYING ClientIdx FROM 1 BY 1
             UNTIL ClientIdx > ClientCount
             MOVE CL-CALIF(ClientIdx) TO WS-RANK-CALIF
             PERFORM RankRating
             MOVE WS-RANK TO WS-RANK-NEW
             MOVE CL-CALIF-ANT(ClientIdx) TO WS-RANK-CALIF
             PERFORM RankRating
             MOVE WS-RANK TO WS-RANK-OLD
             IF WS-RANK-NEW IS GREATER THAN WS-RANK-OLD THEN
                PERFORM WriteDiligenceLine
             END-IF
          END-PERFORM
          MOVE SPACES TO DiligenceRecord
          WRITE DiligenceRecord
          MOVE "CLIENTES QUE SUBEN DE RIESGO:" TO DS-LABEL
          MOVE WS-UPGRADE-COUNT TO DS-VALUE
          WRITE DiligenceRecord FROM WS-DD-SUMMARY
          MOVE "CLIENTES EN RIESGO ALTO:" TO DS-LABEL
          MOVE WS-ALTO-COUNT TO DS-VALUE
          WRITE DiligenceRecord FROM WS-DD-SUMMARY
          CLOSE DiligenceFile.
       WriteDiligenceLine.
          ADD 1 TO WS-UPGRADE-COUNT
          MOVE CL-DNI(ClientIdx) TO DD-DNI
          PERFORM FindClientName
          MOVE WS-CLIENT-NAME TO DD-NOMBRE
          PERFORM DescribeRating
          MOVE CL-PUNTAJE-ANT(ClientIdx) TO DD-PUNTAJE-ANT
          MOVE CL-PUNTAJE(ClientIdx) TO DD-PUNTAJE
      *   LOS FACTORES QUE APORTAN PUNTOS ESTE MES.
          MOVE SPACES TO DD-FACTORES
          MOVE 1 TO WS-FACTOR-PTR
          PERFORM VARYING FactorIdx FROM 1 BY 1 UNTIL FactorIdx > 9
             IF CL-PTS(ClientIdx, FactorIdx) IS GREATER THAN ZERO THEN
                MOVE CL-PTS(ClientIdx, FactorIdx) TO D-PTS
                STRING FN-CODE(FactorIdx) DELIMITED BY SPACE
                       "=" DELIMITED BY SIZE
                       D-PTS DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                   INTO DD-FACTORES
                   WITH POINTER WS-FACTOR-PTR
                END-STRING
             END-IF
          END-PERFORM
          WRITE DiligenceRecord FROM WS-DD-DETAIL.
       DescribeRating.
          EVALUATE CL-CALIF-ANT(ClientIdx)
             WHEN "A"
                MOVE "ALTO" TO DD-CALIF-ANT
             WHEN "M"
                MOVE "MED " TO DD-CALIF-ANT
             WHEN "B"
                MOVE "BAJO" TO DD-CALIF-ANT
             WHEN OTHER
                MOVE "NUEV" TO DD-CALIF-ANT
          END-EVALUATE
          EVALUATE CL-CALIF(ClientIdx)
             WHEN "A"
                MOVE "ALTO" TO DD-CALIF
             WHEN "M"
                MOVE "MED " TO DD-CALIF
             WHEN OTHER
                MOVE "BAJO" TO DD-CALIF
          END-EVALUATE.
       FindClientName.
          MOVE SPACES TO WS-CLIENT-NAME
          PERFORM VARYING NameIdx FROM 1 BY 1
             UNTIL NameIdx > NameCount
             IF NM-DNI(NameIdx) IS EQUAL TO CL-DNI(ClientIdx) THEN
                MOVE NM-NOMBRE(NameIdx) TO WS-CLIENT-NAME
                EXIT PERFORM
             END-IF
          END-PERFORM.
       WriteControlFigures.
          MOVE "Practica2RiesgoAml" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          MOVE ClientCount TO CIF-READ
          MOVE ClientCount TO CIF-WRITTEN
          MOVE WS-UNMAPPED-COUNT TO CIF-REJECTED
          MOVE ZERO TO CIF-AMOUNT
          OPEN EXTEND ControlFiguresFile
          IF NOT ControlFiguresFileOK THEN
             CLOSE ControlFiguresFile
             OPEN OUTPUT ControlFiguresFile
          END-IF
          WRITE ControlFiguresRecord FROM WS-CIFRAS-LINE
          CLOSE ControlFiguresFile.
       HandlingErrors.
          DISPLAY "SQLCODE: " SQLCODE
          DISPLAY "SQLERRMC: " SQLERRMC
          MOVE "Practica2RiesgoAml" TO EXLOG-PROGRAM
          MOVE "SQLCODE"            TO EXLOG-CODETYPE
          MOVE SQLCODE              TO WS-EXLOG-CODE-DISPLAY
          MOVE WS-EXLOG-CODE-DISPLAY TO EXLOG-CODEVALUE
          MOVE R-DNI                TO EXLOG-KEYVALUE
          PERFORM LogException.
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

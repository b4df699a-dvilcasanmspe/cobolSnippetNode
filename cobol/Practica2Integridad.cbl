       IDENTIFICATION DIVISION.
       PROGRAM-ID. Practica2Integridad.
      * AUDITORIA SEMANAL DE INTEGRIDAD REFERENCIAL: CRUZA LAS TABLAS
      * CLIENTES, CUENTA Y TARJETAS ENTRE SI Y CONTRA LOS REGISTROS
      * PLANOS QUE APUNTAN A CUENTAS (EMBARGOS.DAT, RETENCION.DAT,
      * ORDENESPROG.DAT, COTITULARES.DAT). CADA HALLAZGO SALE EN EL
      * REPORTE REPINTEGRIDAD_<FECHA>.DAT AGRUPADO POR REGLA, CON SU
      * SEVERIDAD Y LA CORRECCION SUGERIDA, Y COMO UNA LINEA DE
      * HALLAZGOS.DAT QUE EL TABLERO DE LA MANANA CUENTA HASTA LA
      * SIGUIENTE AUDITORIA. CORRE EL ULTIMO DIA HABIL DE LA SEMANA,
      * SALVO QUE SE FUERCE CON "F"; NO MODIFICA NINGUN DATO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT GarnishFile ASSIGN TO "EMBARGOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EMBARGO-STATUS.
          SELECT HoldsFile ASSIGN TO "RETENCION.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RETEN-STATUS.
          SELECT OrdersFile ASSIGN TO "ORDENESPROG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ORDERS-STATUS.
          SELECT HolderFile ASSIGN TO "COTITULARES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COTIT-STATUS.
          SELECT ReportFile ASSIGN TO WS-REPORT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.
          SELECT FindingsFile ASSIGN TO "HALLAZGOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FINDINGS-STATUS.
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
       FD GarnishFile.
       01 GarnishBuffer          PIC X(60)   VALUES SPACES.
          88 EOFGarnishFile      VALUES      HIGH-VALUES.
       FD HoldsFile.
       01 HoldsBuffer            PIC X(50)   VALUES SPACES.
          88 EOFHoldsFile        VALUES      HIGH-VALUES.
       FD OrdersFile.
       01 OrdersBuffer           PIC X(70)   VALUES SPACES.
          88 EOFOrdersFile       VALUES      HIGH-VALUES.
       FD HolderFile.
       01 HolderBuffer           PIC X(50)   VALUES SPACES.
          88 EOFHolderFile       VALUES      HIGH-VALUES.
       FD ReportFile.
       01 ReportRecord           PIC X(100)  VALUES SPACES.
       FD FindingsFile.
       01 FindingsRecord         PIC X(80)   VALUES SPACES.
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
       COPY "GarnishFields".
       COPY "HoldFields".
       COPY "JointHolderFields".
       01 WS-RUN-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-RUN-DATE-FIELDS REDEFINES WS-RUN-DATE.
          05 WS-RUN-YEAR         PIC 9(4).
          05 WS-RUN-MONTH        PIC 9(2).
          05 WS-RUN-DAY          PIC 9(2).
       01 WS-FORCE-FLAG          PIC X(1)    VALUE SPACE.
          88 ForceAudit          VALUE "F".
      * PUERTA SEMANAL: EL DIA DE LA SEMANA SE CALCULA COMO EN
      * EsDiaHabil (ZELLER, 0=SABADO ... 6=VIERNES) Y SE BUSCA EL
      * SIGUIENTE DIA HABIL COMO EN Practica2DiaHabil.
       01 WS-Z-YEAR              PIC 9(4)    VALUE ZERO.
       01 WS-Z-MONTH             PIC 9(2)    VALUE ZERO.
       01 WS-Z-K                 PIC 9(2)    VALUE ZERO.
       01 WS-Z-J                 PIC 9(2)    VALUE ZERO.
       01 WS-Z-TERM              PIC 9(4)    VALUE ZERO.
       01 WS-Z-SUM               PIC 9(5)    VALUE ZERO.
       01 WS-Z-QUOT              PIC 9(4)    VALUE ZERO.
       01 WS-Z-REM               PIC 9(4)    VALUE ZERO.
       01 WS-DAY-OF-WEEK         PIC 9(1)    VALUE ZERO.
       01 WS-DAYS-TO-FRIDAY      PIC 9(1)    VALUE ZERO.
       01 WS-NEXT-DATE           PIC 9(8)    VALUE ZERO.
       01 WS-NEXT-DATE-FIELDS REDEFINES WS-NEXT-DATE.
          05 WS-NEXT-YEAR        PIC 9(4).
          05 WS-NEXT-MONTH       PIC 9(2).
          05 WS-NEXT-DAY         PIC 9(2).
       01 WS-NEXT-HABIL          PIC X(1)    VALUE SPACE.
       01 WS-DAYS-IN-MONTH       PIC 9(2)    VALUE ZERO.
       01 WS-LEAP-REM-4          PIC 9(4)    VALUE ZERO.
       01 WS-LEAP-REM-100        PIC 9(4)    VALUE ZERO.
       01 WS-LEAP-REM-400        PIC 9(4)    VALUE ZERO.
       01 WS-LEAP-QUOT           PIC 9(4)    VALUE ZERO.
       01 WS-SAFETY              PIC 9(3)    VALUE ZERO.
       01 WS-ORDERS-STATUS       PIC X(2)    VALUE SPACE.
          88 OrdersFileOK        VALUE "00".
       01 WS-REPORT-STATUS       PIC X(2)    VALUE SPACE.
          88 ReportFileOK        VALUE "00".
       01 WS-REPORT-FILENAME     PIC X(30)   VALUES SPACES.
       01 WS-FINDINGS-STATUS     PIC X(2)    VALUE SPACE.
          88 FindingsFileOK      VALUE "00".
       01 WS-ORDER-LINE.
          05 OP-SDOC             PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 OP-SCUENTA          PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 OP-TDOC             PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 OP-TCUENTA          PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 OP-MONTO            PIC 9(9)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 OP-FRECUENCIA       PIC X(1)    VALUE SPACE.
          05 FILLER              PIC X       VALUE SPACE.
          05 OP-PROXIMA          PIC 9(8)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 OP-ESTADO           PIC X(1)    VALUE SPACE.
             88 OrdenActiva      VALUE "A".
      * REGLAS DE LA AUDITORIA: CODIGO, SEVERIDAD, DESCRIPCION Y
      * CORRECCION SUGERIDA. EL ORDEN ES EL DEL REPORTE.
       01 RuleValues.
          05 FILLER PIC X(10) VALUE "CTASINCLI".
          05 FILLER PIC X(5)  VALUE "ALTA".
          05 FILLER PIC X(45)
             VALUE "CUENTA CUYO DOCCLIEN NO ESTA EN CLIENTES".
          05 FILLER PIC X(45)
             VALUE "DAR DE ALTA AL CLIENTE O CERRAR LA CUENTA".
          05 FILLER PIC X(10) VALUE "CTACLIBAJA".
          05 FILLER PIC X(5)  VALUE "MEDIA".
          05 FILLER PIC X(45)
             VALUE "CUENTA ABIERTA DE UN CLIENTE DADO DE BAJA".
          05 FILLER PIC X(45)
             VALUE "CERRAR LA CUENTA O REACTIVAR AL CLIENTE".
          05 FILLER PIC X(10) VALUE "TARJCTACER".
          05 FILLER PIC X(5)  VALUE "ALTA".
          05 FILLER PIC X(45)
             VALUE "TARJETA VIGENTE SOBRE CUENTA CERRADA".
          05 FILLER PIC X(45)
             VALUE "CANCELAR LA TARJETA (Practica2Tarjetas)".
          05 FILLER PIC X(10) VALUE "TARJSINCTA".
          05 FILLER PIC X(5)  VALUE "ALTA".
          05 FILLER PIC X(45)
             VALUE "TARJETA VIGENTE SIN CUENTA DE SU TITULAR".
          05 FILLER PIC X(45)
             VALUE "CANCELAR O REASIGNAR LA TARJETA".
          05 FILLER PIC X(10) VALUE "EMBCTACER".
          05 FILLER PIC X(5)  VALUE "MEDIA".
          05 FILLER PIC X(45)
             VALUE "EMBARGO ACTIVO SOBRE CUENTA CERRADA".
          05 FILLER PIC X(45)
             VALUE "LEVANTAR O TRASLADAR EL EMBARGO".
          05 FILLER PIC X(10) VALUE "EMBSINCTA".
          05 FILLER PIC X(5)  VALUE "ALTA".
          05 FILLER PIC X(45)
             VALUE "EMBARGO ACTIVO SOBRE CUENTA INEXISTENTE".
          05 FILLER PIC X(45)
             VALUE "CORREGIR LA CUENTA CON EL JUZGADO".
          05 FILLER PIC X(10) VALUE "RETCTACER".
          05 FILLER PIC X(5)  VALUE "BAJA".
          05 FILLER PIC X(45)
             VALUE "RETENCION ABIERTA SOBRE CUENTA CERRADA".
          05 FILLER PIC X(45)
             VALUE "LIBERAR LA RETENCION".
          05 FILLER PIC X(10) VALUE "RETSINCTA".
          05 FILLER PIC X(5)  VALUE "MEDIA".
          05 FILLER PIC X(45)
             VALUE "RETENCION ABIERTA SOBRE CUENTA INEXISTENTE".
          05 FILLER PIC X(45)
             VALUE "LIBERAR LA RETENCION Y REVISAR LA TERMINAL".
          05 FILLER PIC X(10) VALUE "ORDORIGEN".
          05 FILLER PIC X(5)  VALUE "ALTA".
          05 FILLER PIC X(45)
             VALUE "ORDEN ACTIVA CON ORIGEN CERRADO O INEXISTENTE".
          05 FILLER PIC X(45)
             VALUE "SUSPENDER LA ORDEN (ESTADO S)".
          05 FILLER PIC X(10) VALUE "ORDDESTINO".
          05 FILLER PIC X(5)  VALUE "ALTA".
          05 FILLER PIC X(45)
             VALUE "ORDEN ACTIVA A DESTINO CERRADO O INEXISTENTE".
          05 FILLER PIC X(45)
             VALUE "SUSPENDER LA ORDEN O CORREGIR EL DESTINO".
          05 FILLER PIC X(10) VALUE "COTITCTA".
          05 FILLER PIC X(5)  VALUE "MEDIA".
          05 FILLER PIC X(45)
             VALUE "COTITULAR SIN CUENTA ABIERTA DE SU TITULAR".
          05 FILLER PIC X(45)
             VALUE "BAJA DEL COTITULAR (Practica2-1Sesion6 Q)".
          05 FILLER PIC X(10) VALUE "COTITCLI".
          05 FILLER PIC X(5)  VALUE "MEDIA".
          05 FILLER PIC X(45)
             VALUE "COTITULAR CUYO DNI NO ESTA EN CLIENTES".
          05 FILLER PIC X(45)
             VALUE "DAR DE ALTA AL CLIENTE O BAJA AL COTITULAR".
       01 RuleTable REDEFINES RuleValues.
          05 RuleEntry OCCURS 12 TIMES.
             10 RL-CODE          PIC X(10).
             10 RL-SEVERITY      PIC X(5).
             10 RL-DESC          PIC X(45).
             10 RL-FIX           PIC X(45).
       01 RuleCount              PIC 9(2)    VALUE 12.
       01 RuleIdx                PIC 9(2)    VALUE ZERO.
       01 RuleHits.
          05 RL-HITS OCCURS 12 TIMES PIC 9(5).
       01 WS-RULE                PIC 9(2)    VALUE ZERO.
          88 RuleCtaSinCli       VALUE 1.
          88 RuleCtaCliBaja      VALUE 2.
          88 RuleTarjCtaCer      VALUE 3.
          88 RuleTarjSinCta      VALUE 4.
          88 RuleEmbCtaCer       VALUE 5.
          88 RuleEmbSinCta       VALUE 6.
          88 RuleRetCtaCer       VALUE 7.
          88 RuleRetSinCta       VALUE 8.
          88 RuleOrdOrigen       VALUE 9.
          88 RuleOrdDestino      VALUE 10.
          88 RuleCotitCta        VALUE 11.
          88 RuleCotitCli        VALUE 12.
       01 FindingTable.
          05 FindingCount        PIC 9(5)    VALUE ZERO.
          05 FindingEntry OCCURS 5000 TIMES.
             10 FND-RULE         PIC 9(2).
             10 FND-CLAVE        PIC X(40).
             10 FND-DETALLE      PIC X(30).
       01 FindingIdx             PIC 9(5)    VALUE ZERO.
       01 WS-FND-CLAVE           PIC X(40)   VALUE SPACES.
       01 WS-FND-DETALLE         PIC X(30)   VALUE SPACES.
       01 WS-FND-DROPPED         PIC 9(5)    VALUE ZERO.
       01 ClientTable.
          05 ClientCount         PIC 9(5)    VALUE ZERO.
          05 ClientEntry OCCURS 5000 TIMES.
             10 CL-DNI           PIC X(8).
             10 CL-ESTADO        PIC X(1).
       01 ClientIdx              PIC 9(5)    VALUE ZERO.
       01 WS-CL-FOUND-SW         PIC X(1)    VALUE "N".
          88 WS-CL-FOUND         VALUE "Y".
       01 WS-LOOK-DNI            PIC X(8)    VALUE SPACES.
      * CUENTAS EN ORDEN DE DOCCLIEN Y CODCUENT PARA BUSCARLAS POR
      * MITADES.
       01 AccountTable.
          05 AccountCount        PIC 9(5)    VALUE ZERO.
          05 AccountEntry OCCURS 10000 TIMES.
             10 AT-KEY.
                15 AT-DOC        PIC X(8).
                15 AT-CUENTA     PIC X(10).
             10 AT-ESTADO        PIC X(1).
       01 AccountIdx             PIC 9(5)    VALUE ZERO.
       01 WS-LOOK-KEY.
          05 WS-LOOK-DOC         PIC X(8)    VALUE SPACES.
          05 WS-LOOK-CUENTA      PIC X(10)   VALUE SPACES.
       01 WS-BS-LOW              PIC 9(5)    VALUE ZERO.
       01 WS-BS-HIGH             PIC 9(5)    VALUE ZERO.
       01 WS-BS-MID              PIC 9(5)    VALUE ZERO.
       01 WS-ACCT-FOUND-SW       PIC X(1)    VALUE "N".
          88 WS-ACCT-FOUND       VALUE "Y".
       01 WS-ACCT-ESTADO         PIC X(1)    VALUE SPACE.
          88 AccountClosed       VALUE "C".
       01 WS-CARD-MASKED         PIC X(16)   VALUE SPACES.
       01 WS-READ-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-SEV-ALTA            PIC 9(5)    VALUE ZERO.
       01 WS-SEV-MEDIA           PIC 9(5)    VALUE ZERO.
       01 WS-SEV-BAJA            PIC 9(5)    VALUE ZERO.
       01 WS-FINDING-LINE.
          05 FILLER              PIC X(9)    VALUE "HALLAZGO ".
          05 HZ-FECHA            PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 HZ-SEVERIDAD        PIC X(5)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 HZ-REGLA            PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 HZ-CLAVE            PIC X(40)   VALUE SPACES.
       01 WS-RPT-RULE.
          05 FILLER              PIC X(6)    VALUE "REGLA ".
          05 RR-CODE             PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X(12)   VALUE " SEVERIDAD: ".
          05 RR-SEVERITY         PIC X(5)    VALUE SPACES.
          05 FILLER              PIC X(12)   VALUE " HALLAZGOS: ".
          05 RR-HITS             PIC ZZZZ9.
       01 WS-RPT-TEXT.
          05 FILLER              PIC X(2)    VALUE SPACES.
          05 RX-LABEL            PIC X(13)   VALUE SPACES.
          05 RX-TEXT             PIC X(45)   VALUE SPACES.
       01 WS-RPT-DETAIL.
          05 FILLER              PIC X(4)    VALUE SPACES.
          05 RD-CLAVE            PIC X(40)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 RD-DETALLE          PIC X(30)   VALUE SPACES.
       01 WS-OUT-LINE            PIC X(100)  VALUE SPACES.
       01 D-NUM                  PIC ZZZZ9.
       01 D-NUM2                 PIC ZZZZ9.
       01 D-NUM3                 PIC ZZZZ9.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME           PIC X(30)      VALUE SPACE.
       01 USERNAME         PIC X(64)      VALUE SPACE.
       01 PASSWD           PIC X(10)      VALUE SPACE.
       01 R-DOC            PIC X(8)       VALUE SPACE.
       01 R-CUENTA         PIC X(10)      VALUE SPACE.
       01 R-ESTADO         PIC X(1)       VALUE SPACE.
       01 R-CARD           PIC X(16)      VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "*** AUDITORIA DE INTEGRIDAD REFERENCIAL ***"
          PERFORM LoadProcessDate
          ACCEPT WS-FORCE-FLAG FROM COMMAND-LINE
          PERFORM CheckWeekEnd
          STRING "REPINTEGRIDAD_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".DAT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
          PERFORM VARYING RuleIdx FROM 1 BY 1
             UNTIL RuleIdx > RuleCount
             MOVE ZERO TO RL-HITS(RuleIdx)
          END-PERFORM
          PERFORM LoadDbProfile
          MOVE SPACE TO PASSWD
          PERFORM ConnectionSQL
          PERFORM LoadClients
          PERFORM LoadAccounts
          PERFORM CheckCards
          PERFORM CheckGarnishments
          PERFORM CheckHolds
          PERFORM CheckStandingOrders
          PERFORM CheckJointHolders
          PERFORM WriteReport
          PERFORM WriteFindingsFile
          PERFORM WriteControlFigures
          DISPLAY "============================"
          DISPLAY "REGISTROS REVISADOS : " WS-READ-COUNT
          DISPLAY "HALLAZGOS           : " FindingCount
          DISPLAY "  SEVERIDAD ALTA    : " WS-SEV-ALTA
          DISPLAY "  SEVERIDAD MEDIA   : " WS-SEV-MEDIA
          DISPLAY "  SEVERIDAD BAJA    : " WS-SEV-BAJA
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
       CheckWeekEnd.
      *   LA AUDITORIA CORRE EL ULTIMO DIA HABIL DE LA SEMANA: SI EL
      *   SIGUIENTE DIA HABIL CAE ANTES DEL SABADO, HOY NO TOCA.
          PERFORM ComputeDayOfWeek
          IF WS-DAY-OF-WEEK IS LESS THAN 2 THEN
             MOVE ZERO TO WS-DAYS-TO-FRIDAY
          ELSE
             COMPUTE WS-DAYS-TO-FRIDAY = 6 - WS-DAY-OF-WEEK
          END-IF
          MOVE WS-RUN-DATE TO WS-NEXT-DATE
          PERFORM FindNextBusinessDay
          IF WS-SAFETY IS NOT GREATER THAN WS-DAYS-TO-FRIDAY
                AND NOT ForceAudit THEN
             DISPLAY "LOG: NO ES EL ULTIMO DIA HABIL DE LA SEMANA"
                " (SIGUIENTE: " WS-NEXT-DATE
                ") - NO HAY AUDITORIA DE INTEGRIDAD"
             STOP RUN
          END-IF.
       ComputeDayOfWeek.
          MOVE WS-RUN-YEAR  TO WS-Z-YEAR
          MOVE WS-RUN-MONTH TO WS-Z-MONTH
          IF WS-Z-MONTH IS LESS THAN 3 THEN
             ADD 12 TO WS-Z-MONTH
             SUBTRACT 1 FROM WS-Z-YEAR
          END-IF
          DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-J
             REMAINDER WS-Z-K
          COMPUTE WS-Z-TERM = 13 * (WS-Z-MONTH + 1)
          DIVIDE WS-Z-TERM BY 5 GIVING WS-Z-TERM
          MOVE WS-RUN-DAY TO WS-Z-SUM
          ADD WS-Z-TERM TO WS-Z-SUM
          ADD WS-Z-K TO WS-Z-SUM
          DIVIDE WS-Z-K BY 4 GIVING WS-Z-TERM
          ADD WS-Z-TERM TO WS-Z-SUM
          DIVIDE WS-Z-J BY 4 GIVING WS-Z-TERM
          ADD WS-Z-TERM TO WS-Z-SUM
          COMPUTE WS-Z-TERM = 5 * WS-Z-J
          ADD WS-Z-TERM TO WS-Z-SUM
          DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOT
             REMAINDER WS-Z-REM
          MOVE WS-Z-REM TO WS-DAY-OF-WEEK.
       FindNextBusinessDay.
          MOVE "N" TO WS-NEXT-HABIL
          MOVE ZERO TO WS-SAFETY
          PERFORM UNTIL WS-NEXT-HABIL IS EQUAL TO "S"
                OR WS-SAFETY IS GREATER THAN 60
             ADD 1 TO WS-SAFETY
             PERFORM AddOneDay
             CALL "EsDiaHabil" USING WS-NEXT-DATE WS-NEXT-HABIL
          END-PERFORM.
       AddOneDay.
          PERFORM ComputeDaysInMonth
          IF WS-NEXT-DAY IS LESS THAN WS-DAYS-IN-MONTH THEN
             ADD 1 TO WS-NEXT-DAY
          ELSE
             MOVE 1 TO WS-NEXT-DAY
             IF WS-NEXT-MONTH IS LESS THAN 12 THEN
                ADD 1 TO WS-NEXT-MONTH
             ELSE
                MOVE 1 TO WS-NEXT-MONTH
                ADD 1 TO WS-NEXT-YEAR
             END-IF
          END-IF.
       ComputeDaysInMonth.
          EVALUATE WS-NEXT-MONTH
             WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                MOVE 31 TO WS-DAYS-IN-MONTH
             WHEN 4 WHEN 6 WHEN 9 WHEN 11
                MOVE 30 TO WS-DAYS-IN-MONTH
             WHEN 2
                DIVIDE WS-NEXT-YEAR BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-4
                DIVIDE WS-NEXT-YEAR BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-100
                DIVIDE WS-NEXT-YEAR BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-400
                IF WS-LEAP-REM-4 IS EQUAL TO ZERO
                      AND (WS-LEAP-REM-100 IS NOT EQUAL TO ZERO
                           OR WS-LEAP-REM-400 IS EQUAL TO ZERO) THEN
                   MOVE 29 TO WS-DAYS-IN-MONTH
                ELSE
                   MOVE 28 TO WS-DAYS-IN-MONTH
                END-IF
             WHEN OTHER
                MOVE 31 TO WS-DAYS-IN-MONTH
          END-EVALUATE.
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
             SELECT dniclien, estclien
             FROM clientes
             ORDER BY dniclien
          END-EXEC
          EXEC SQL
             OPEN C1
          END-EXEC
          EXEC SQL
             FETCH C1 INTO :R-DOC, :R-ESTADO
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             IF ClientCount >= 5000 THEN
                DISPLAY "ERROR: MAS DE 5000 CLIENTES - SE DETIENE"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
             ADD 1 TO WS-READ-COUNT
             ADD 1 TO ClientCount
             MOVE R-DOC    TO CL-DNI(ClientCount)
             MOVE R-ESTADO TO CL-ESTADO(ClientCount)
             EXEC SQL
                FETCH C1 INTO :R-DOC, :R-ESTADO
             END-EXEC
          END-PERFORM
          EXEC SQL
             CLOSE C1
          END-EXEC
          DISPLAY "LOG: CLIENTES CARGADOS: " ClientCount.
       LoadAccounts.
      *   CUENTA CONTRA CLIENTES: CADA CUENTA NECESITA SU CLIENTE, Y
      *   UN CLIENTE DADO DE BAJA NO DEBERIA TENER CUENTAS ABIERTAS.
          EXEC SQL
             DECLARE C2 CURSOR FOR
             SELECT docclien, codcuent, estcuent
             FROM cuenta
             ORDER BY docclien, codcuent
          END-EXEC
          EXEC SQL
             OPEN C2
          END-EXEC
          EXEC SQL
             FETCH C2 INTO :R-DOC, :R-CUENTA, :R-ESTADO
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             IF AccountCount >= 10000 THEN
                DISPLAY "ERROR: MAS DE 10000 CUENTAS - SE DETIENE"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
             ADD 1 TO WS-READ-COUNT
             ADD 1 TO AccountCount
             MOVE R-DOC    TO AT-DOC(AccountCount)
             MOVE R-CUENTA TO AT-CUENTA(AccountCount)
             MOVE R-ESTADO TO AT-ESTADO(AccountCount)
             MOVE R-DOC TO WS-LOOK-DNI
             PERFORM FindClient
             MOVE SPACES TO WS-FND-CLAVE
             STRING R-DOC DELIMITED BY SIZE
                    SPACE DELIMITED BY SIZE
                    R-CUENTA DELIMITED BY SIZE
                INTO WS-FND-CLAVE
             EVALUATE TRUE
                WHEN NOT WS-CL-FOUND
                   MOVE "SIN FILA EN CLIENTES" TO WS-FND-DETALLE
                   SET RuleCtaSinCli TO TRUE
                   PERFORM AddFinding
                WHEN CL-ESTADO(ClientIdx) IS EQUAL TO "C"
                      AND R-ESTADO IS NOT EQUAL TO "C"
                   MOVE SPACES TO WS-FND-DETALLE
                   STRING "CUENTA EN ESTADO " DELIMITED BY SIZE
                          R-ESTADO DELIMITED BY SIZE
                      INTO WS-FND-DETALLE
                   SET RuleCtaCliBaja TO TRUE
                   PERFORM AddFinding
             END-EVALUATE
             EXEC SQL
                FETCH C2 INTO :R-DOC, :R-CUENTA, :R-ESTADO
             END-EXEC
          END-PERFORM
          EXEC SQL
             CLOSE C2
          END-EXEC
          DISPLAY "LOG: CUENTAS CARGADAS: " AccountCount.
       CheckCards.
      *   TARJETAS NO CANCELADAS CONTRA CUENTA: LA CUENTA DEBE EXISTIR
      *   A NOMBRE DEL DNI DE LA TARJETA Y NO ESTAR CERRADA.
          EXEC SQL
             DECLARE C3 CURSOR FOR
             SELECT numtarj, dniclien, codcuent
             FROM tarjetas
             WHERE esttarj <> 'C'
             ORDER BY numtarj
          END-EXEC
          EXEC SQL
             OPEN C3
          END-EXEC
          EXEC SQL
             FETCH C3 INTO :R-CARD, :R-DOC, :R-CUENTA
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             ADD 1 TO WS-READ-COUNT
             MOVE R-DOC    TO WS-LOOK-DOC
             MOVE R-CUENTA TO WS-LOOK-CUENTA
             PERFORM FindAccount
             CALL "MaskCardNumber"
                USING BY CONTENT R-CARD
                      BY REFERENCE WS-CARD-MASKED
             MOVE SPACES TO WS-FND-CLAVE
             STRING WS-CARD-MASKED DELIMITED BY SIZE
                    SPACE DELIMITED BY SIZE
                    R-DOC DELIMITED BY SIZE
                    SPACE DELIMITED BY SIZE
                    R-CUENTA DELIMITED BY SIZE
                INTO WS-FND-CLAVE
             EVALUATE TRUE
                WHEN NOT WS-ACCT-FOUND
                   MOVE "CUENTA NO EXISTE PARA EL DNI" TO WS-FND-DETALLE
                   SET RuleTarjSinCta TO TRUE
                   PERFORM AddFinding
                WHEN AccountClosed
                   MOVE "CUENTA CERRADA" TO WS-FND-DETALLE
                   SET RuleTarjCtaCer TO TRUE
                   PERFORM AddFinding
             END-EVALUATE
             EXEC SQL
                FETCH C3 INTO :R-CARD, :R-DOC, :R-CUENTA
             END-EXEC
          END-PERFORM
          EXEC SQL
             CLOSE C3
          END-EXEC.
       CheckGarnishments.
          OPEN INPUT GarnishFile
          IF NOT GarnishFileOK THEN
             DISPLAY "LOG: NO HAY EMBARGOS.DAT - SE OMITE"
          ELSE
             READ GarnishFile INTO WS-EMBARGO-LINE
                AT END SET EOFGarnishFile TO TRUE
             END-READ
             PERFORM UNTIL EOFGarnishFile
                ADD 1 TO WS-READ-COUNT
                IF EmbargoActivo THEN
                   MOVE EM-DNI    TO WS-LOOK-DOC
                   MOVE EM-CUENTA TO WS-LOOK-CUENTA
                   PERFORM FindAccount
                   MOVE SPACES TO WS-FND-CLAVE
                   STRING EM-DNI DELIMITED BY SIZE
                          SPACE DELIMITED BY SIZE
                          EM-CUENTA DELIMITED BY SIZE
                          SPACE DELIMITED BY SIZE
                          EM-REF DELIMITED BY SIZE
                      INTO WS-FND-CLAVE
                   EVALUATE TRUE
                      WHEN NOT WS-ACCT-FOUND
                         MOVE "CUENTA NO EXISTE" TO WS-FND-DETALLE
                         SET RuleEmbSinCta TO TRUE
                         PERFORM AddFinding
                      WHEN AccountClosed
                         MOVE "CUENTA CERRADA" TO WS-FND-DETALLE
                         SET RuleEmbCtaCer TO TRUE
                         PERFORM AddFinding
                   END-EVALUATE
                END-IF
                READ GarnishFile INTO WS-EMBARGO-LINE
                   AT END SET EOFGarnishFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE GarnishFile
          END-IF.
       CheckHolds.
          OPEN INPUT HoldsFile
          IF NOT HoldsFileOK THEN
             DISPLAY "LOG: NO HAY RETENCION.DAT - SE OMITE"
          ELSE
             READ HoldsFile INTO WS-RETEN-LINE
                AT END SET EOFHoldsFile TO TRUE
             END-READ
             PERFORM UNTIL EOFHoldsFile
                ADD 1 TO WS-READ-COUNT
                MOVE RT-DNI    TO WS-LOOK-DOC
                MOVE RT-CUENTA TO WS-LOOK-CUENTA
                PERFORM FindAccount
                MOVE SPACES TO WS-FND-CLAVE
                STRING RT-DNI DELIMITED BY SIZE
                       SPACE DELIMITED BY SIZE
                       RT-CUENTA DELIMITED BY SIZE
                       " TERM " DELIMITED BY SIZE
                       RT-TERMINAL DELIMITED BY SIZE
                   INTO WS-FND-CLAVE
                MOVE SPACES TO WS-FND-DETALLE
                EVALUATE TRUE
                   WHEN NOT WS-ACCT-FOUND
                      STRING "NO EXISTE - EXPIRA " DELIMITED BY SIZE
                             RT-EXPIRA DELIMITED BY SIZE
                         INTO WS-FND-DETALLE
                      SET RuleRetSinCta TO TRUE
                      PERFORM AddFinding
                   WHEN AccountClosed
                      STRING "CERRADA - EXPIRA " DELIMITED BY SIZE
                             RT-EXPIRA DELIMITED BY SIZE
                         INTO WS-FND-DETALLE
                      SET RuleRetCtaCer TO TRUE
                      PERFORM AddFinding
                END-EVALUATE
                READ HoldsFile INTO WS-RETEN-LINE
                   AT END SET EOFHoldsFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE HoldsFile
          END-IF.
       CheckStandingOrders.
      *   SOLO LAS ORDENES ACTIVAS: UNA SUSPENDIDA YA NO SE EJECUTA.
          OPEN INPUT OrdersFile
          IF NOT OrdersFileOK THEN
             DISPLAY "LOG: NO HAY ORDENESPROG.DAT - SE OMITE"
          ELSE
             READ OrdersFile INTO WS-ORDER-LINE
                AT END SET EOFOrdersFile TO TRUE
             END-READ
             PERFORM UNTIL EOFOrdersFile
                ADD 1 TO WS-READ-COUNT
                IF OrdenActiva THEN
                   MOVE SPACES TO WS-FND-CLAVE
                   STRING OP-SDOC DELIMITED BY SIZE
                          SPACE DELIMITED BY SIZE
                          OP-SCUENTA DELIMITED BY SIZE
                          "->" DELIMITED BY SIZE
                          OP-TDOC DELIMITED BY SIZE
                          SPACE DELIMITED BY SIZE
                          OP-TCUENTA DELIMITED BY SIZE
                      INTO WS-FND-CLAVE
                   MOVE OP-SDOC    TO WS-LOOK-DOC
                   MOVE OP-SCUENTA TO WS-LOOK-CUENTA
                   PERFORM FindAccount
                   IF NOT WS-ACCT-FOUND OR AccountClosed THEN
                      PERFORM DescribeAccountProblem
                      SET RuleOrdOrigen TO TRUE
                      PERFORM AddFinding
                   END-IF
                   MOVE OP-TDOC    TO WS-LOOK-DOC
                   MOVE OP-TCUENTA TO WS-LOOK-CUENTA
                   PERFORM FindAccount
                   IF NOT WS-ACCT-FOUND OR AccountClosed THEN
                      PERFORM DescribeAccountProblem
                      SET RuleOrdDestino TO TRUE
                      PERFORM AddFinding
                   END-IF
                END-IF
                READ OrdersFile INTO WS-ORDER-LINE
                   AT END SET EOFOrdersFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE OrdersFile
          END-IF.
       CheckJointHolders.
      *   CADA LINEA DEL REGISTRO DEBE APUNTAR A UNA CUENTA ABIERTA DE
      *   SU TITULAR, Y EL COTITULAR DEBE SER CLIENTE.
          OPEN INPUT HolderFile
          IF NOT HolderFileOK THEN
             DISPLAY "LOG: NO HAY COTITULARES.DAT - SE OMITE"
          ELSE
             READ HolderFile INTO WS-COTIT-LINE
                AT END SET EOFHolderFile TO TRUE
             END-READ
             PERFORM UNTIL EOFHolderFile
                ADD 1 TO WS-READ-COUNT
                MOVE SPACES TO WS-FND-CLAVE
                STRING CTT-CUENTA DELIMITED BY SIZE
                       " TIT " DELIMITED BY SIZE
                       CTT-TITULAR DELIMITED BY SIZE
                       " DNI " DELIMITED BY SIZE
                       CTT-DNI DELIMITED BY SIZE
                   INTO WS-FND-CLAVE
                MOVE CTT-TITULAR TO WS-LOOK-DOC
                MOVE CTT-CUENTA  TO WS-LOOK-CUENTA
                PERFORM FindAccount
                IF NOT WS-ACCT-FOUND OR AccountClosed THEN
                   PERFORM DescribeAccountProblem
                   SET RuleCotitCta TO TRUE
                   PERFORM AddFinding
                END-IF
                MOVE CTT-DNI TO WS-LOOK-DNI
                PERFORM FindClient
                IF NOT WS-CL-FOUND THEN
                   MOVE "SIN FILA EN CLIENTES" TO WS-FND-DETALLE
                   SET RuleCotitCli TO TRUE
                   PERFORM AddFinding
                END-IF
                READ HolderFile INTO WS-COTIT-LINE
                   AT END SET EOFHolderFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE HolderFile
          END-IF.
       DescribeAccountProblem.
          IF WS-ACCT-FOUND THEN
             MOVE "CUENTA CERRADA" TO WS-FND-DETALLE
          ELSE
             MOVE SPACES TO WS-FND-DETALLE
             STRING "NO EXISTE " DELIMITED BY SIZE
                    WS-LOOK-DOC DELIMITED BY SIZE
                    SPACE DELIMITED BY SIZE
                    WS-LOOK-CUENTA DELIMITED BY SIZE
                INTO WS-FND-DETALLE
          END-IF.
       FindClient.
          MOVE "N" TO WS-CL-FOUND-SW
          MOVE 1 TO WS-BS-LOW
          MOVE ClientCount TO WS-BS-HIGH
          PERFORM UNTIL WS-CL-FOUND OR WS-BS-LOW > WS-BS-HIGH
             COMPUTE WS-BS-MID = (WS-BS-LOW + WS-BS-HIGH) / 2
             EVALUATE TRUE
                WHEN CL-DNI(WS-BS-MID) IS EQUAL TO WS-LOOK-DNI
                   MOVE "Y" TO WS-CL-FOUND-SW
                   MOVE WS-BS-MID TO ClientIdx
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
       FindAccount.
          MOVE "N" TO WS-ACCT-FOUND-SW
          MOVE SPACE TO WS-ACCT-ESTADO
          MOVE 1 TO WS-BS-LOW
          MOVE AccountCount TO WS-BS-HIGH
          PERFORM UNTIL WS-ACCT-FOUND OR WS-BS-LOW > WS-BS-HIGH
             COMPUTE WS-BS-MID = (WS-BS-LOW + WS-BS-HIGH) / 2
             EVALUATE TRUE
                WHEN AT-KEY(WS-BS-MID) IS EQUAL TO WS-LOOK-KEY
                   MOVE "Y" TO WS-ACCT-FOUND-SW
                   MOVE WS-BS-MID TO AccountIdx
                   MOVE AT-ESTADO(AccountIdx) TO WS-ACCT-ESTADO
                WHEN AT-KEY(WS-BS-MID) IS LESS THAN WS-LOOK-KEY
                   COMPUTE WS-BS-LOW = WS-BS-MID + 1
                WHEN OTHER
                   IF WS-BS-MID IS EQUAL TO 1 THEN
                      MOVE ZERO TO WS-BS-HIGH
                   ELSE
                      COMPUTE WS-BS-HIGH = WS-BS-MID - 1
                   END-IF
             END-EVALUATE
          END-PERFORM.
       AddFinding.
          ADD 1 TO RL-HITS(WS-RULE)
          EVALUATE RL-SEVERITY(WS-RULE)
             WHEN "ALTA"
                ADD 1 TO WS-SEV-ALTA
             WHEN "MEDIA"
                ADD 1 TO WS-SEV-MEDIA
             WHEN OTHER
                ADD 1 TO WS-SEV-BAJA
          END-EVALUATE
          IF FindingCount IS LESS THAN 5000 THEN
             ADD 1 TO FindingCount
             MOVE WS-RULE        TO FND-RULE(FindingCount)
             MOVE WS-FND-CLAVE   TO FND-CLAVE(FindingCount)
             MOVE WS-FND-DETALLE TO FND-DETALLE(FindingCount)
          ELSE
             ADD 1 TO WS-FND-DROPPED
          END-IF.
       WriteReport.
          OPEN OUTPUT ReportFile
          IF NOT ReportFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR " WS-REPORT-FILENAME
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE SPACES TO WS-OUT-LINE
          STRING "AUDITORIA DE INTEGRIDAD REFERENCIAL - FECHA "
                    DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE WS-SEV-ALTA  TO D-NUM
          MOVE WS-SEV-MEDIA TO D-NUM2
          MOVE WS-SEV-BAJA  TO D-NUM3
          MOVE SPACES TO WS-OUT-LINE
          STRING "HALLAZGOS ALTA: " DELIMITED BY SIZE
                 D-NUM DELIMITED BY SIZE
                 "  MEDIA: " DELIMITED BY SIZE
                 D-NUM2 DELIMITED BY SIZE
                 "  BAJA: " DELIMITED BY SIZE
                 D-NUM3 DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          IF WS-FND-DROPPED IS GREATER THAN ZERO THEN
             MOVE WS-FND-DROPPED TO D-NUM
             MOVE SPACES TO WS-OUT-LINE
             STRING "AVISO: " DELIMITED BY SIZE
                    D-NUM DELIMITED BY SIZE
                    " HALLAZGOS CONTADOS PERO NO DETALLADOS"
                       DELIMITED BY SIZE
                INTO WS-OUT-LINE
             WRITE ReportRecord FROM WS-OUT-LINE
          END-IF
          PERFORM VARYING RuleIdx FROM 1 BY 1
             UNTIL RuleIdx > RuleCount
             PERFORM WriteRuleSection
          END-PERFORM
          CLOSE ReportFile
          DISPLAY "LOG: REPORTE EMITIDO EN " WS-REPORT-FILENAME.
       WriteRuleSection.
          MOVE SPACES TO ReportRecord
          WRITE ReportRecord
          MOVE RL-CODE(RuleIdx)     TO RR-CODE
          MOVE RL-SEVERITY(RuleIdx) TO RR-SEVERITY
          MOVE RL-HITS(RuleIdx)     TO RR-HITS
          WRITE ReportRecord FROM WS-RPT-RULE
          MOVE "REGLA:"             TO RX-LABEL
          MOVE RL-DESC(RuleIdx)     TO RX-TEXT
          WRITE ReportRecord FROM WS-RPT-TEXT
          IF RL-HITS(RuleIdx) IS EQUAL TO ZERO THEN
             MOVE "RESULTADO:"      TO RX-LABEL
             MOVE "SIN HALLAZGOS"   TO RX-TEXT
             WRITE ReportRecord FROM WS-RPT-TEXT
          ELSE
             MOVE "CORRECCION:"     TO RX-LABEL
             MOVE RL-FIX(RuleIdx)   TO RX-TEXT
             WRITE ReportRecord FROM WS-RPT-TEXT
             PERFORM VARYING FindingIdx FROM 1 BY 1
                UNTIL FindingIdx > FindingCount
                IF FND-RULE(FindingIdx) IS EQUAL TO RuleIdx THEN
                   MOVE FND-CLAVE(FindingIdx)   TO RD-CLAVE
                   MOVE FND-DETALLE(FindingIdx) TO RD-DETALLE
                   WRITE ReportRecord FROM WS-RPT-DETAIL
                END-IF
             END-PERFORM
          END-IF.
       WriteFindingsFile.
      *   HALLAZGOS.DAT SE REEMPLAZA EN CADA AUDITORIA: EL TABLERO
      *   CUENTA SUS LINEAS TODAS LAS MANANAS HASTA LA PROXIMA.
          OPEN OUTPUT FindingsFile
          IF NOT FindingsFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR HALLAZGOS.DAT"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          PERFORM VARYING FindingIdx FROM 1 BY 1
             UNTIL FindingIdx > FindingCount
             MOVE WS-RUN-DATE TO HZ-FECHA
             MOVE FND-RULE(FindingIdx) TO RuleIdx
             MOVE RL-SEVERITY(RuleIdx) TO HZ-SEVERIDAD
             MOVE RL-CODE(RuleIdx)     TO HZ-REGLA
             MOVE FND-CLAVE(FindingIdx) TO HZ-CLAVE
             WRITE FindingsRecord FROM WS-FINDING-LINE
          END-PERFORM
          CLOSE FindingsFile.
       WriteControlFigures.
          MOVE "Practica2Integridad" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          MOVE WS-READ-COUNT TO CIF-READ
          MOVE FindingCount TO CIF-WRITTEN
          MOVE WS-FND-DROPPED TO CIF-REJECTED
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
          MOVE "Practica2Integridad"  TO EXLOG-PROGRAM
          MOVE "SQLCODE"              TO EXLOG-CODETYPE
          MOVE SQLCODE                TO WS-EXLOG-CODE-DISPLAY
          MOVE WS-EXLOG-CODE-DISPLAY  TO EXLOG-CODEVALUE
          MOVE SPACES                 TO EXLOG-KEYVALUE
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

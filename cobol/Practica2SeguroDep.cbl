       IDENTIFICATION DIVISION.
       PROGRAM-ID. Practica2SeguroDep.
      * COBERTURA DEL FONDO DE SEGURO DE DEPOSITOS: AGRUPA EL SALDO DE
      * TODAS LAS CUENTAS DE CADA DOCCLIEN (LAS CERRADAS NO; LAS
      * SUSPENDIDAS Y LAS RETENIDAS JUDICIALMENTE SI), PASA LOS
      * DOLARES A SOLES CON TIPCAMBIO.DAT Y APLICA EL TOPE POR PERSONA
      * DE PARAMFSD.DAT. LO CUBIERTO DE CADA CLIENTE SE REPARTE ENTRE
      * SUS CUENTAS EN PROPORCION A SU SALDO PARA TOTALIZAR POR
      * SUCURSAL Y POR MONEDA. UN SALDO DEUDOR NO ES DEPOSITO: NO SUMA
      * NI SE CUBRE. SALEN EL REPORTE SEGURODEP_<FECHA>.DAT Y EL
      * ARCHIVO PARA EL FONDO FSDDEPOSITOS_<FECHA>.DAT (CABECERA,
      * UN DETALLE POR CUENTA Y COLA CON CANTIDAD Y MONTOS).
      * CORRE EL ULTIMO DIA HABIL DEL MES, SALVO QUE SE FUERCE CON "F".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ParamFile ASSIGN TO "PARAMFSD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARAM-STATUS.
          SELECT ExchangeRateFile ASSIGN TO "TIPCAMBIO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXRATE-STATUS.
          SELECT ReportFile ASSIGN TO WS-REPORT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.
          SELECT FundFile ASSIGN TO WS-FUND-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FUND-STATUS.
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
       FD ParamFile.
       01 ParamBuffer            PIC X(20)   VALUES SPACES.
       FD ExchangeRateFile.
       01 ExchangeRateBuffer     PIC X(40)   VALUES SPACES.
       FD ReportFile.
       01 ReportRecord           PIC X(110)  VALUES SPACES.
       FD FundFile.
       01 FundRecord             PIC X(90)   VALUES SPACES.
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
       COPY "ExchangeRateFields".
       01 WS-RUN-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-RUN-DATE-FIELDS REDEFINES WS-RUN-DATE.
          05 WS-RUN-YEAR         PIC 9(4).
          05 WS-RUN-MONTH        PIC 9(2).
          05 WS-RUN-DAY          PIC 9(2).
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
       01 WS-PARAM-STATUS        PIC X(2)    VALUE SPACE.
          88 ParamFileOK         VALUE "00".
       01 WS-REPORT-STATUS       PIC X(2)    VALUE SPACE.
          88 ReportFileOK        VALUE "00".
       01 WS-REPORT-FILENAME     PIC X(30)   VALUE SPACES.
       01 WS-FUND-STATUS         PIC X(2)    VALUE SPACE.
          88 FundFileOK          VALUE "00".
       01 WS-FUND-FILENAME       PIC X(30)   VALUE SPACES.
      * PARAMFSD.DAT: TOPE DE COBERTURA POR PERSONA EN SOLES Y CODIGO
      * DE LA ENTIDAD ANTE EL FONDO.
       01 WS-PARAM-LINE.
          05 FSP-TOPE            PIC 9(9)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 FSP-ENTIDAD         PIC X(4)    VALUE SPACES.
       01 WS-TOPE                PIC 9(9)V99 VALUE ZERO.
      * CUENTAS DEL CLIENTE EN CURSO (EL CURSOR VIENE POR DOCCLIEN).
       01 ClientAcctTable.
          05 ClientAcctCount     PIC 9(3)    VALUE ZERO.
          05 ClientAcctEntry OCCURS 200 TIMES.
             10 CA-CUENTA        PIC X(10).
             10 CA-MONEDA        PIC X(3).
             10 CA-SUCURSAL      PIC X(4).
             10 CA-ESTADO        PIC X(1).
             10 CA-SALDO         PIC S9(11)V99.
             10 CA-SOLES         PIC S9(11)V99.
             10 CA-CUBIERTO      PIC 9(11)V99.
             10 CA-DESCUBIERTO   PIC 9(11)V99.
       01 ClientAcctIdx          PIC 9(3)    VALUE ZERO.
       01 WS-LAST-POSITIVE       PIC 9(3)    VALUE ZERO.
       01 WS-CLIENT-DOC          PIC X(8)    VALUE SPACES.
       01 WS-CLIENT-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01 WS-CLIENT-CUBIERTO     PIC 9(11)V99 VALUE ZERO.
       01 WS-CLIENT-REPARTIDO    PIC 9(11)V99 VALUE ZERO.
       01 BranchTable.
          05 BranchCount         PIC 9(3)    VALUE ZERO.
          05 BranchEntry OCCURS 200 TIMES.
             10 BR-SUCURSAL      PIC X(4).
             10 BR-CUENTAS       PIC 9(7).
             10 BR-SALDO         PIC S9(13)V99.
             10 BR-CUBIERTO      PIC 9(13)V99.
             10 BR-DESCUBIERTO   PIC 9(13)V99.
       01 BranchIdx              PIC 9(3)    VALUE ZERO.
       01 CurrencyTable.
          05 CurrencyCount       PIC 9(2)    VALUE ZERO.
          05 CurrencyEntry OCCURS 10 TIMES.
             10 CU-MONEDA        PIC X(3).
             10 CU-CUENTAS       PIC 9(7).
             10 CU-SALDO-ORIG    PIC S9(13)V99.
             10 CU-SALDO         PIC S9(13)V99.
             10 CU-CUBIERTO      PIC 9(13)V99.
             10 CU-DESCUBIERTO   PIC 9(13)V99.
       01 CurrencyIdx            PIC 9(2)    VALUE ZERO.
       01 WS-ACCOUNT-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-CLIENT-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-OVERCAP-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-TOTAL-SALDO         PIC S9(13)V99 VALUE ZERO.
       01 WS-TOTAL-CUBIERTO      PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-DESCUBIERTO   PIC 9(13)V99 VALUE ZERO.
       01 WS-REPORT-TITLE.
          05 FILLER              PIC X(37)
             VALUE "COBERTURA DEL SEGURO DE DEPOSITOS AL ".
          05 RT-FECHA            PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X(18)
             VALUE " - TOPE (SOLES): ".
          05 RT-TOPE             PIC Z(8)9.99.
          05 FILLER              PIC X(6)    VALUE " - TC ".
          05 RT-TC               PIC ZZ9.9999.
       01 WS-CLIENT-COLUMNS.
          05 FILLER              PIC X(20)
             VALUE "DOC      CUENTAS    ".
          05 FILLER              PIC X(17)
             VALUE "    TOTAL (SOLES)".
          05 FILLER              PIC X(17)
             VALUE "         CUBIERTO".
          05 FILLER              PIC X(17)
             VALUE "      NO CUBIERTO".
       01 WS-CLIENT-LINE.
          05 CL-DOC              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 CL-CUENTAS          PIC ZZ9.
          05 FILLER              PIC X(8)    VALUE SPACES.
          05 CL-TOTAL            PIC Z(13)9.99.
          05 FILLER              PIC X       VALUE SPACE.
          05 CL-CUBIERTO         PIC Z(13)9.99.
          05 FILLER              PIC X       VALUE SPACE.
          05 CL-DESCUBIERTO      PIC Z(13)9.99.
          05 FILLER              PIC X       VALUE SPACE.
          05 CL-NOTA             PIC X(12)   VALUE SPACES.
       01 WS-TOTAL-COLUMNS.
          05 FILLER              PIC X(20)
             VALUE "         CUENTAS    ".
          05 FILLER              PIC X(17)
             VALUE "    SALDO (SOLES)".
          05 FILLER              PIC X(17)
             VALUE "         CUBIERTO".
          05 FILLER              PIC X(17)
             VALUE "      NO CUBIERTO".
          05 FILLER              PIC X(18)
             VALUE "  SALDO EN MONEDA".
       01 WS-TOTAL-LINE.
          05 TL-CLAVE            PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 TL-CUENTAS          PIC Z(6)9.
          05 FILLER              PIC X(4)    VALUE SPACES.
          05 TL-SALDO            PIC -(13)9.99.
          05 FILLER              PIC X       VALUE SPACE.
          05 TL-CUBIERTO         PIC Z(13)9.99.
          05 FILLER              PIC X       VALUE SPACE.
          05 TL-DESCUBIERTO      PIC Z(13)9.99.
          05 FILLER              PIC X       VALUE SPACE.
          05 TL-SALDO-ORIG       PIC -(13)9.99.
      * ARCHIVO PARA EL FONDO: REGISTROS DE LARGO FIJO; LOS MONTOS VAN
      * SIN PUNTO DECIMAL (DOS DECIMALES IMPLICITOS) Y LOS SALDOS CON
      * SIGNO ADELANTE.
       01 WS-FUND-HEADER.
          05 FH-TIPO             PIC X(1)    VALUE "H".
          05 FH-ENTIDAD          PIC X(4)    VALUE SPACES.
          05 FH-FECHA            PIC 9(8)    VALUE ZERO.
          05 FH-TC               PIC 9(3)V9(4) VALUE ZERO.
          05 FH-TOPE             PIC 9(11)V99 VALUE ZERO.
          05 FILLER              PIC X(57)   VALUE SPACES.
       01 WS-FUND-DETAIL REDEFINES WS-FUND-HEADER.
          05 FD-TIPO             PIC X(1).
          05 FD-DOC              PIC X(8).
          05 FD-CUENTA           PIC X(10).
          05 FD-MONEDA           PIC X(3).
          05 FD-SUCURSAL         PIC X(4).
          05 FD-ESTADO           PIC X(1).
          05 FD-SALDO            PIC S9(11)V99 SIGN IS LEADING
                                             SEPARATE.
          05 FD-SOLES            PIC S9(11)V99 SIGN IS LEADING
                                             SEPARATE.
          05 FD-CUBIERTO         PIC 9(11)V99.
          05 FD-DESCUBIERTO      PIC 9(11)V99.
       01 WS-FUND-TRAILER REDEFINES WS-FUND-HEADER.
          05 FT-TIPO             PIC X(1).
          05 FT-CANTIDAD         PIC 9(7).
          05 FT-SALDO            PIC S9(13)V99 SIGN IS LEADING
                                             SEPARATE.
          05 FT-CUBIERTO         PIC 9(13)V99.
          05 FT-DESCUBIERTO      PIC 9(13)V99.
          05 FILLER              PIC X(36).
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME           PIC X(30)      VALUE SPACE.
       01 USERNAME         PIC X(64)      VALUE SPACE.
       01 PASSWD           PIC X(10)      VALUE SPACE.
       01 F-DOC            PIC X(8)       VALUE SPACE.
       01 F-CUENTA         PIC X(10)      VALUE SPACE.
       01 F-MONEDA         PIC X(3)       VALUE SPACE.
       01 F-SUCURSAL       PIC X(4)       VALUE SPACE.
       01 F-ESTADO         PIC X(1)       VALUE SPACE.
       01 F-SALDO          PIC S9(10)V99  VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "*** COBERTURA DEL SEGURO DE DEPOSITOS ***"
          PERFORM LoadProcessDate
          ACCEPT WS-FORCE-FLAG FROM COMMAND-LINE
          PERFORM CheckMonthEnd
          PERFORM LoadFsdParams
          PERFORM LoadExchangeRate
          STRING "SEGURODEP_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".DAT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
          STRING "FSDDEPOSITOS_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".DAT" DELIMITED BY SIZE
             INTO WS-FUND-FILENAME
          OPEN OUTPUT ReportFile
          OPEN OUTPUT FundFile
          IF NOT ReportFileOK OR NOT FundFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR " WS-REPORT-FILENAME
                " O " WS-FUND-FILENAME
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE WS-RUN-DATE TO RT-FECHA
          MOVE WS-TOPE TO RT-TOPE
          MOVE EXRATE-USD-PEN TO RT-TC
          WRITE ReportRecord FROM WS-REPORT-TITLE
          MOVE SPACES TO ReportRecord
          WRITE ReportRecord
          WRITE ReportRecord FROM WS-CLIENT-COLUMNS
          MOVE FSP-ENTIDAD TO FH-ENTIDAD
          MOVE WS-RUN-DATE TO FH-FECHA
          MOVE EXRATE-USD-PEN TO FH-TC
          MOVE WS-TOPE TO FH-TOPE
          WRITE FundRecord FROM WS-FUND-HEADER
          PERFORM LoadDbProfile
          MOVE SPACE TO PASSWD
          PERFORM ConnectionSQL
          PERFORM ScanAccounts
          DISPLAY "DISCONNECT FROM DATABASE...."
          EXEC SQL DISCONNECT ALL END-EXEC
          PERFORM WriteTotals
          MOVE SPACES TO WS-FUND-TRAILER
          MOVE "T" TO FT-TIPO
          MOVE WS-ACCOUNT-COUNT TO FT-CANTIDAD
          MOVE WS-TOTAL-SALDO TO FT-SALDO
          MOVE WS-TOTAL-CUBIERTO TO FT-CUBIERTO
          MOVE WS-TOTAL-DESCUBIERTO TO FT-DESCUBIERTO
          WRITE FundRecord FROM WS-FUND-TRAILER
          CLOSE FundFile
          CLOSE ReportFile
          PERFORM WriteControlFigures
          DISPLAY "============================"
          DISPLAY "CUENTAS INFORMADAS  : " WS-ACCOUNT-COUNT
          DISPLAY "CLIENTES            : " WS-CLIENT-COUNT
          DISPLAY "CLIENTES SOBRE TOPE : " WS-OVERCAP-COUNT
          DISPLAY "MONTO CUBIERTO      : " WS-TOTAL-CUBIERTO
          DISPLAY "MONTO NO CUBIERTO   : " WS-TOTAL-DESCUBIERTO
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
       CheckMonthEnd.
      *   EL REPORTE SE ENTREGA CON EL CIERRE DEL MES: CORRE EN EL
      *   ULTIMO DIA HABIL, SALVO QUE SE FUERCE.
          PERFORM ComputeDaysInMonth
          PERFORM FindLastBusinessDay
          IF WS-RUN-DAY IS NOT EQUAL TO WS-LBD-DAY
                AND NOT ForceReport THEN
             DISPLAY "LOG: NO ES EL ULTIMO DIA HABIL DEL MES ("
                WS-RUN-DAY "/" WS-LBD-DAY
                ") - NO HAY REPORTE DE SEGURO DE DEPOSITOS"
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
             WHEN OTHER
                MOVE 31 TO WS-DAYS-IN-MONTH
          END-EVALUATE.
       LoadFsdParams.
          OPEN INPUT ParamFile
          IF ParamFileOK THEN
             READ ParamFile INTO WS-PARAM-LINE
                AT END CONTINUE
             END-READ
             CLOSE ParamFile
          END-IF
          IF NOT ParamFileOK
                OR FSP-TOPE IS NOT NUMERIC
                OR FSP-TOPE IS EQUAL TO ZERO THEN
             DISPLAY "ERROR: NO HAY TOPE DE COBERTURA EN PARAMFSD.DAT "
                "- NO SE GENERA EL REPORTE"
             MOVE "Practica2SeguroDep" TO EXLOG-PROGRAM
             MOVE "PARAMETRO"          TO EXLOG-CODETYPE
             MOVE SPACES               TO EXLOG-CODEVALUE
             MOVE "PARAMFSD.DAT"       TO EXLOG-KEYVALUE
             PERFORM LogException
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE FSP-TOPE TO WS-TOPE
          DISPLAY "LOG: TOPE DE COBERTURA POR PERSONA: " FSP-TOPE
             " - ENTIDAD: " FSP-ENTIDAD.
       LoadExchangeRate.
          OPEN INPUT ExchangeRateFile
          IF ExRateFileOK THEN
             READ ExchangeRateFile INTO WS-EXRATE-LINE
                AT END CONTINUE
             END-READ
             CLOSE ExchangeRateFile
          END-IF
          DISPLAY "LOG: TIPO DE CAMBIO USD/PEN: " EXRATE-USD-PEN.
       ScanAccounts.
      *   EL CURSOR VIENE ORDENADO POR DOCCLIEN: AL CAMBIAR DE CLIENTE
      *   SE CIERRA LA POSICION DEL ANTERIOR.
          EXEC SQL
             DECLARE C1 CURSOR FOR
             SELECT docclien, codcuent, COALESCE(moncuent, 'PEN'),
                COALESCE(sucursal, '0001'), estcuent, saldoact
             FROM cuenta
             WHERE estcuent <> 'C'
             ORDER BY docclien, codcuent
          END-EXEC
          EXEC SQL
             OPEN C1
          END-EXEC
          EXEC SQL
             FETCH C1 INTO :F-DOC, :F-CUENTA, :F-MONEDA, :F-SUCURSAL,
                :F-ESTADO, :F-SALDO
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             IF F-DOC IS NOT EQUAL TO WS-CLIENT-DOC
                   AND ClientAcctCount IS GREATER THAN ZERO THEN
                PERFORM CloseClientPosition
             END-IF
             MOVE F-DOC TO WS-CLIENT-DOC
             PERFORM AddClientAccount
             EXEC SQL
                FETCH C1 INTO :F-DOC, :F-CUENTA, :F-MONEDA,
                   :F-SUCURSAL, :F-ESTADO, :F-SALDO
             END-EXEC
          END-PERFORM
          IF SQLCODE IS LESS THAN ZERO THEN
             PERFORM HandlingErrors
          END-IF
          EXEC SQL
             CLOSE C1
          END-EXEC
          IF ClientAcctCount IS GREATER THAN ZERO THEN
             PERFORM CloseClientPosition
          END-IF.
       AddClientAccount.
          IF ClientAcctCount >= 200 THEN
             DISPLAY "ERROR: CLIENTE " F-DOC " CON MAS DE 200 "
                "CUENTAS - SE DETIENE"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          ADD 1 TO ClientAcctCount
          ADD 1 TO WS-ACCOUNT-COUNT
          MOVE F-CUENTA   TO CA-CUENTA(ClientAcctCount)
          MOVE F-MONEDA   TO CA-MONEDA(ClientAcctCount)
          MOVE F-SUCURSAL TO CA-SUCURSAL(ClientAcctCount)
          MOVE F-ESTADO   TO CA-ESTADO(ClientAcctCount)
          MOVE F-SALDO    TO CA-SALDO(ClientAcctCount)
          MOVE ZERO       TO CA-CUBIERTO(ClientAcctCount)
          MOVE ZERO       TO CA-DESCUBIERTO(ClientAcctCount)
          EVALUATE F-MONEDA
             WHEN "PEN"
                MOVE F-SALDO TO CA-SOLES(ClientAcctCount)
             WHEN "USD"
                COMPUTE CA-SOLES(ClientAcctCount) ROUNDED =
                   F-SALDO * EXRATE-USD-PEN
             WHEN OTHER
                MOVE F-SALDO TO CA-SOLES(ClientAcctCount)
                MOVE "Practica2SeguroDep" TO EXLOG-PROGRAM
                MOVE "MONEDA"             TO EXLOG-CODETYPE
                MOVE F-MONEDA             TO EXLOG-CODEVALUE
                STRING F-DOC DELIMITED BY SIZE
                       SPACE DELIMITED BY SIZE
                       F-CUENTA DELIMITED BY SIZE
                   INTO EXLOG-KEYVALUE
                PERFORM LogException
          END-EVALUATE.
       CloseClientPosition.
      *   LA COBERTURA ES POR PERSONA: SE SUMAN LOS SALDOS ACREEDORES
      *   EN SOLES, SE TOPA EL TOTAL Y LO CUBIERTO SE REPARTE ENTRE
      *   LAS CUENTAS EN PROPORCION A SU SALDO; LA ULTIMA CUENTA
      *   ACREEDORA LLEVA EL RESIDUO DEL REDONDEO.
          MOVE ZERO TO WS-CLIENT-TOTAL
          MOVE ZERO TO WS-LAST-POSITIVE
          PERFORM VARYING ClientAcctIdx FROM 1 BY 1
             UNTIL ClientAcctIdx > ClientAcctCount
             IF CA-SOLES(ClientAcctIdx) IS GREATER THAN ZERO THEN
                ADD CA-SOLES(ClientAcctIdx) TO WS-CLIENT-TOTAL
                MOVE ClientAcctIdx TO WS-LAST-POSITIVE
             END-IF
          END-PERFORM
          IF WS-CLIENT-TOTAL IS GREATER THAN WS-TOPE THEN
             MOVE WS-TOPE TO WS-CLIENT-CUBIERTO
             ADD 1 TO WS-OVERCAP-COUNT
          ELSE
             MOVE WS-CLIENT-TOTAL TO WS-CLIENT-CUBIERTO
          END-IF
          MOVE ZERO TO WS-CLIENT-REPARTIDO
          PERFORM VARYING ClientAcctIdx FROM 1 BY 1
             UNTIL ClientAcctIdx > ClientAcctCount
             EVALUATE TRUE
                WHEN CA-SOLES(ClientAcctIdx) IS NOT GREATER THAN ZERO
                   MOVE ZERO TO CA-CUBIERTO(ClientAcctIdx)
                WHEN ClientAcctIdx IS EQUAL TO WS-LAST-POSITIVE
                   COMPUTE CA-CUBIERTO(ClientAcctIdx) =
                      WS-CLIENT-CUBIERTO - WS-CLIENT-REPARTIDO
                WHEN OTHER
                   COMPUTE CA-CUBIERTO(ClientAcctIdx) ROUNDED =
                      CA-SOLES(ClientAcctIdx) * WS-CLIENT-CUBIERTO
                      / WS-CLIENT-TOTAL
                   ADD CA-CUBIERTO(ClientAcctIdx)
                      TO WS-CLIENT-REPARTIDO
             END-EVALUATE
             IF CA-SOLES(ClientAcctIdx) IS GREATER THAN ZERO THEN
                COMPUTE CA-DESCUBIERTO(ClientAcctIdx) =
                   CA-SOLES(ClientAcctIdx) - CA-CUBIERTO(ClientAcctIdx)
             END-IF
             PERFORM WriteFundDetail
             PERFORM AccumulateBranch
             PERFORM AccumulateCurrency
             ADD CA-SOLES(ClientAcctIdx) TO WS-TOTAL-SALDO
          END-PERFORM
          ADD 1 TO WS-CLIENT-COUNT
          ADD WS-CLIENT-CUBIERTO TO WS-TOTAL-CUBIERTO
          COMPUTE WS-TOTAL-DESCUBIERTO = WS-TOTAL-DESCUBIERTO
             + WS-CLIENT-TOTAL - WS-CLIENT-CUBIERTO
          MOVE WS-CLIENT-DOC TO CL-DOC
          MOVE ClientAcctCount TO CL-CUENTAS
          MOVE WS-CLIENT-TOTAL TO CL-TOTAL
          MOVE WS-CLIENT-CUBIERTO TO CL-CUBIERTO
          COMPUTE CL-DESCUBIERTO = WS-CLIENT-TOTAL - WS-CLIENT-CUBIERTO
          IF WS-CLIENT-TOTAL IS GREATER THAN WS-TOPE THEN
             MOVE "SOBRE TOPE" TO CL-NOTA
          ELSE
             MOVE SPACES TO CL-NOTA
          END-IF
          WRITE ReportRecord FROM WS-CLIENT-LINE
          MOVE ZERO TO ClientAcctCount.
       WriteFundDetail.
          MOVE SPACES TO WS-FUND-DETAIL
          MOVE "D" TO FD-TIPO
          MOVE WS-CLIENT-DOC TO FD-DOC
          MOVE CA-CUENTA(ClientAcctIdx) TO FD-CUENTA
          MOVE CA-MONEDA(ClientAcctIdx) TO FD-MONEDA
          MOVE CA-SUCURSAL(ClientAcctIdx) TO FD-SUCURSAL
          MOVE CA-ESTADO(ClientAcctIdx) TO FD-ESTADO
          MOVE CA-SALDO(ClientAcctIdx) TO FD-SALDO
          MOVE CA-SOLES(ClientAcctIdx) TO FD-SOLES
          MOVE CA-CUBIERTO(ClientAcctIdx) TO FD-CUBIERTO
          MOVE CA-DESCUBIERTO(ClientAcctIdx) TO FD-DESCUBIERTO
          WRITE FundRecord FROM WS-FUND-DETAIL.
       AccumulateBranch.
          PERFORM VARYING BranchIdx FROM 1 BY 1
             UNTIL BranchIdx > BranchCount
                OR BR-SUCURSAL(BranchIdx) IS EQUAL TO
                   CA-SUCURSAL(ClientAcctIdx)
             CONTINUE
          END-PERFORM
          IF BranchIdx IS GREATER THAN BranchCount THEN
             IF BranchCount >= 200 THEN
                DISPLAY "ERROR: MAS DE 200 SUCURSALES - SE DETIENE"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
             ADD 1 TO BranchCount
             MOVE BranchCount TO BranchIdx
             MOVE CA-SUCURSAL(ClientAcctIdx) TO BR-SUCURSAL(BranchIdx)
             MOVE ZERO TO BR-CUENTAS(BranchIdx)
             MOVE ZERO TO BR-SALDO(BranchIdx)
             MOVE ZERO TO BR-CUBIERTO(BranchIdx)
             MOVE ZERO TO BR-DESCUBIERTO(BranchIdx)
          END-IF
          ADD 1 TO BR-CUENTAS(BranchIdx)
          ADD CA-SOLES(ClientAcctIdx) TO BR-SALDO(BranchIdx)
          ADD CA-CUBIERTO(ClientAcctIdx) TO BR-CUBIERTO(BranchIdx)
          ADD CA-DESCUBIERTO(ClientAcctIdx)
             TO BR-DESCUBIERTO(BranchIdx).
       AccumulateCurrency.
          PERFORM VARYING CurrencyIdx FROM 1 BY 1
             UNTIL CurrencyIdx > CurrencyCount
                OR CU-MONEDA(CurrencyIdx) IS EQUAL TO
                   CA-MONEDA(ClientAcctIdx)
             CONTINUE
          END-PERFORM
          IF CurrencyIdx IS GREATER THAN CurrencyCount THEN
             IF CurrencyCount >= 10 THEN
                DISPLAY "ERROR: MAS DE 10 MONEDAS - SE DETIENE"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
             ADD 1 TO CurrencyCount
             MOVE CurrencyCount TO CurrencyIdx
             MOVE CA-MONEDA(ClientAcctIdx) TO CU-MONEDA(CurrencyIdx)
             MOVE ZERO TO CU-CUENTAS(CurrencyIdx)
             MOVE ZERO TO CU-SALDO-ORIG(CurrencyIdx)
             MOVE ZERO TO CU-SALDO(CurrencyIdx)
             MOVE ZERO TO CU-CUBIERTO(CurrencyIdx)
             MOVE ZERO TO CU-DESCUBIERTO(CurrencyIdx)
          END-IF
          ADD 1 TO CU-CUENTAS(CurrencyIdx)
          ADD CA-SALDO(ClientAcctIdx) TO CU-SALDO-ORIG(CurrencyIdx)
          ADD CA-SOLES(ClientAcctIdx) TO CU-SALDO(CurrencyIdx)
          ADD CA-CUBIERTO(ClientAcctIdx) TO CU-CUBIERTO(CurrencyIdx)
          ADD CA-DESCUBIERTO(ClientAcctIdx)
             TO CU-DESCUBIERTO(CurrencyIdx).
       WriteTotals.
          MOVE SPACES TO ReportRecord
          WRITE ReportRecord
          MOVE "TOTALES POR SUCURSAL" TO ReportRecord
          WRITE ReportRecord
          WRITE ReportRecord FROM WS-TOTAL-COLUMNS
          PERFORM VARYING BranchIdx FROM 1 BY 1
             UNTIL BranchIdx > BranchCount
             MOVE SPACES TO WS-TOTAL-LINE
             MOVE BR-SUCURSAL(BranchIdx) TO TL-CLAVE
             MOVE BR-CUENTAS(BranchIdx) TO TL-CUENTAS
             MOVE BR-SALDO(BranchIdx) TO TL-SALDO
             MOVE BR-CUBIERTO(BranchIdx) TO TL-CUBIERTO
             MOVE BR-DESCUBIERTO(BranchIdx) TO TL-DESCUBIERTO
             WRITE ReportRecord FROM WS-TOTAL-LINE
          END-PERFORM
          MOVE SPACES TO ReportRecord
          WRITE ReportRecord
          MOVE "TOTALES POR MONEDA" TO ReportRecord
          WRITE ReportRecord
          WRITE ReportRecord FROM WS-TOTAL-COLUMNS
          PERFORM VARYING CurrencyIdx FROM 1 BY 1
             UNTIL CurrencyIdx > CurrencyCount
             MOVE SPACES TO WS-TOTAL-LINE
             MOVE CU-MONEDA(CurrencyIdx) TO TL-CLAVE
             MOVE CU-CUENTAS(CurrencyIdx) TO TL-CUENTAS
             MOVE CU-SALDO(CurrencyIdx) TO TL-SALDO
             MOVE CU-CUBIERTO(CurrencyIdx) TO TL-CUBIERTO
             MOVE CU-DESCUBIERTO(CurrencyIdx) TO TL-DESCUBIERTO
             MOVE CU-SALDO-ORIG(CurrencyIdx) TO TL-SALDO-ORIG
             WRITE ReportRecord FROM WS-TOTAL-LINE
          END-PERFORM
          MOVE SPACES TO ReportRecord
          WRITE ReportRecord
          MOVE SPACES TO WS-TOTAL-LINE
          MOVE "TOTAL" TO TL-CLAVE
          MOVE WS-ACCOUNT-COUNT TO TL-CUENTAS
          MOVE WS-TOTAL-SALDO TO TL-SALDO
          MOVE WS-TOTAL-CUBIERTO TO TL-CUBIERTO
          MOVE WS-TOTAL-DESCUBIERTO TO TL-DESCUBIERTO
          WRITE ReportRecord FROM WS-TOTAL-LINE
          DISPLAY "LOG: COBERTURA EN " WS-REPORT-FILENAME
             " - ARCHIVO DEL FONDO EN " WS-FUND-FILENAME.
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
       WriteControlFigures.
          MOVE "Practica2SeguroDep" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          MOVE WS-ACCOUNT-COUNT TO CIF-READ
          MOVE WS-ACCOUNT-COUNT TO CIF-WRITTEN
          MOVE ZERO TO CIF-REJECTED
          MOVE WS-TOTAL-CUBIERTO TO CIF-AMOUNT
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
          MOVE "Practica2SeguroDep"  TO EXLOG-PROGRAM
          MOVE "SQLCODE"             TO EXLOG-CODETYPE
          MOVE SQLCODE               TO WS-EXLOG-CODE-DISPLAY
          MOVE WS-EXLOG-CODE-DISPLAY TO EXLOG-CODEVALUE
          STRING F-DOC DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 F-CUENTA DELIMITED BY SIZE
             INTO EXLOG-KEYVALUE
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

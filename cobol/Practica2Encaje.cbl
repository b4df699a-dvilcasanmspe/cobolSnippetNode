       IDENTIFICATION DIVISION.
       PROGRAM-ID. Practica2Encaje.
      * POSICION DIARIA DE ENCAJE LEGAL POR MONEDA PARA TESORERIA.
      * CADA NOCHE REGISTRA LAS OBLIGACIONES SUJETAS A ENCAJE DEL DIA
      * POR MONEDA Y TIPO DE DEPOSITO: VISTA Y AHORRO DESDE cuenta
      * (SALDOS ACREEDORES DE CUENTAS NO CERRADAS, CLASIFICADAS POR
      * PRODUCTO SEGUN PARAMENCAJE.DAT) Y PLAZO DESDE EL BLOQUE DE
      * DEPOSITOS A PLAZO DEL BALANCE DE COMPROBACION DEL DIA, CUYO
      * SALDO POR MONEDA SIRVE ADEMAS DE CUADRE CONTRA cuenta. CON EL
      * HISTORICO ENCAJEHIST.DAT LLEVA EL PROMEDIO DEL PERIODO (MES
      * CALENDARIO, DIAS CALENDARIO: UN DIA SIN CORRIDA ARRASTRA LOS
      * SALDOS DE LA ULTIMA), CALCULA EL ENCAJE EXIGIBLE CON LAS TASAS
      * DE PARAMENCAJE.DAT Y LO COMPARA CON LOS FONDOS DE ENCAJE QUE
      * TESORERIA INFORMA EN ENCAJEFONDOS.DAT. ENCAJE_<FECHA>.DAT
      * MUESTRA LA POSICION A LA FECHA CON EL DIA EN QUE EMPEZO EL
      * DEFICIT O SUPERAVIT Y LA POSICION PROYECTADA AL CIERRE SI LOS
      * SALDOS DE HOY SE MANTIENEN; EL ULTIMO DIA HABIL DEL MES ES EL
      * REPORTE DE CIERRE DEL PERIODO. EL HISTORICO SE REESCRIBE EN
      * ENCAJEHISTNEW.DAT, QUE LA CADENA RENOMBRA; REPROCESAR LA MISMA
      * FECHA REEMPLAZA SUS LINEAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ParamFile ASSIGN TO "PARAMENCAJE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARAMENC-STATUS.
          SELECT FundsFile ASSIGN TO "ENCAJEFONDOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FONDOS-STATUS.
          SELECT HistFile ASSIGN TO "ENCAJEHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ENCHIST-STATUS.
          SELECT HistNewFile ASSIGN TO "ENCAJEHISTNEW.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HISTNEW-STATUS.
          SELECT TrialBalanceFile ASSIGN TO WS-TB-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TB-STATUS.
          SELECT ReportFile ASSIGN TO WS-REPORT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.
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
       01 ParamBuffer            PIC X(40)   VALUES SPACES.
          88 EOFParamFile        VALUES      HIGH-VALUES.
       FD FundsFile.
       01 FundsBuffer            PIC X(40)   VALUES SPACES.
          88 EOFFundsFile        VALUES      HIGH-VALUES.
       FD HistFile.
       01 HistBuffer             PIC X(100)  VALUES SPACES.
          88 EOFHistFile         VALUES      HIGH-VALUES.
       FD HistNewFile.
       01 HistNewRecord          PIC X(100)  VALUES SPACES.
       FD TrialBalanceFile.
       01 TrialBalanceBuffer     PIC X(80)   VALUES SPACES.
          88 EOFTrialBalance     VALUES      HIGH-VALUES.
       FD ReportFile.
       01 ReportRecord           PIC X(80)   VALUES SPACES.
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
       COPY "ReserveFields".
       01 WS-RUN-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-RUN-DATE-FIELDS REDEFINES WS-RUN-DATE.
          05 WS-RUN-YEAR         PIC 9(4).
          05 WS-RUN-MONTH        PIC 9(2).
          05 WS-RUN-DAY          PIC 9(2).
       01 WS-DAYS-IN-MONTH       PIC 9(2)    VALUE ZERO.
       01 WS-LBD-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-LBD-DATE-FIELDS REDEFINES WS-LBD-DATE.
          05 WS-LBD-YEAR         PIC 9(4).
          05 WS-LBD-MONTH        PIC 9(2).
          05 WS-LBD-DAY          PIC 9(2).
       01 WS-LBD-HABIL           PIC X(1)    VALUE SPACE.
       01 WS-LEAP-REM-4          PIC 9(4)    VALUE ZERO.
       01 WS-LEAP-REM-100        PIC 9(4)    VALUE ZERO.
       01 WS-LEAP-REM-400        PIC 9(4)    VALUE ZERO.
       01 WS-LEAP-QUOT           PIC 9(4)    VALUE ZERO.
       01 WS-PERIOD-END-SW       PIC X(1)    VALUE "N".
          88 WS-PERIOD-END       VALUE "Y".
       01 WS-HISTNEW-STATUS      PIC X(2)    VALUE SPACE.
          88 HistNewFileOK       VALUE "00".
       01 WS-TB-STATUS           PIC X(2)    VALUE SPACE.
          88 TBFileOK            VALUE "00".
       01 WS-REPORT-STATUS       PIC X(2)    VALUE SPACE.
          88 ReportFileOK        VALUE "00".
       01 WS-TB-FILENAME         PIC X(30)   VALUE SPACES.
       01 WS-REPORT-FILENAME     PIC X(30)   VALUE SPACES.
      * LINEAS DEL BALANCE DE COMPROBACION CON EL TRAZADO DE
      * Practica2-4Sesion6: DETALLE DE PLAZO FIJO (SANGRADO DOS
      * COLUMNAS) Y TOTAL POR MONEDA (ROTULO EN LA COLUMNA 31).
       01 WS-TB-LINE             PIC X(80)   VALUE SPACES.
       01 WS-TB-TERM REDEFINES WS-TB-LINE.
          05 TBT-SANGRIA         PIC X(2).
          05 TBT-NUMERO          PIC X(8).
          05 FILLER              PIC X.
          05 TBT-DOC             PIC X(8).
          05 FILLER              PIC X.
          05 TBT-CUENTA          PIC X(10).
          05 FILLER              PIC X.
          05 TBT-MONEDA          PIC X(3).
          05 FILLER              PIC X.
          05 TBT-VENCE           PIC X(8).
          05 FILLER              PIC X.
          05 TBT-CAPITAL         PIC X(10).
          05 FILLER              PIC X(26).
       01 WS-TB-TOTAL REDEFINES WS-TB-LINE.
          05 FILLER              PIC X(30).
          05 TBS-ROTULO          PIC X(16).
          05 TBS-MONEDA          PIC X(3).
          05 FILLER              PIC X(5).
          05 TBS-VALOR           PIC X(12).
          05 FILLER              PIC X(14).
       01 WS-PARSE-TEXT          PIC X(12)   VALUE SPACES.
       01 WS-PARSE-NUM           PIC S9(13)  VALUE ZERO.
       01 WS-PARSE-IDX           PIC 9(2)    VALUE ZERO.
       01 WS-PARSE-CHAR          PIC X(1)    VALUE SPACE.
       01 WS-PARSE-DIGIT         PIC 9(1)    VALUE ZERO.
       01 WS-NEG-SW              PIC X(1)    VALUE "N".
          88 WS-PARSE-NEG        VALUE "Y".
      * TASAS POR MONEDA Y TIPO, Y CLASIFICACION DE PRODUCTOS.
       01 RateTable.
          05 RateCount           PIC 9(2)    VALUE ZERO.
          05 RateEntry OCCURS 30 TIMES.
             10 RT-MONEDA        PIC X(3).
             10 RT-TIPO          PIC X(1).
             10 RT-TASA          PIC 9(2)V9(4).
       01 RateIdx                PIC 9(2)    VALUE ZERO.
       01 ProdTypeTable.
          05 ProdTypeCount       PIC 9(3)    VALUE ZERO.
          05 ProdTypeEntry OCCURS 200 TIMES.
             10 PT-PRODUCTO      PIC X(4).
             10 PT-TIPO          PIC X(1).
       01 ProdTypeIdx            PIC 9(3)    VALUE ZERO.
      * POSICION POR MONEDA: SALDOS DEL DIA, CUADRE CONTRA EL
      * BALANCE, SUMAS PONDERADAS POR DIAS DEL PERIODO YA CUBIERTOS
      * POR EL HISTORICO Y LA ULTIMA LINEA HISTORICA (PENDIENTE DE
      * PONDERAR HASTA LA SIGUIENTE).
       01 CurrencyTable.
          05 CurrencyCount       PIC 9(2)    VALUE ZERO.
          05 CurrencyEntry OCCURS 5 TIMES.
             10 CY-MONEDA        PIC X(3).
             10 CY-HOY-V         PIC 9(13)V9(2).
             10 CY-HOY-A         PIC 9(13)V9(2).
             10 CY-HOY-P         PIC 9(13)V9(2).
             10 CY-FONDOS        PIC 9(13)V9(2).
             10 CY-FONDOS-SW     PIC X(1).
             10 CY-CTA-TOTAL     PIC S9(13).
             10 CY-TB-TOTAL      PIC S9(13).
             10 CY-TB-SW         PIC X(1).
             10 CY-SUM-V         PIC 9(15)V9(2).
             10 CY-SUM-A         PIC 9(15)V9(2).
             10 CY-SUM-P         PIC 9(15)V9(2).
             10 CY-SUM-F         PIC 9(15)V9(2).
             10 CY-CUBIERTOS     PIC 9(2).
             10 CY-PEND-FECHA    PIC 9(8).
             10 CY-PEND-V        PIC 9(13)V9(2).
             10 CY-PEND-A        PIC 9(13)V9(2).
             10 CY-PEND-P        PIC 9(13)V9(2).
             10 CY-PEND-F        PIC 9(13)V9(2).
             10 CY-PEND-SIGNO    PIC X(1).
             10 CY-PEND-DESDE    PIC 9(8).
       01 CurrencyIdx            PIC 9(2)    VALUE ZERO.
       01 WS-CY-FOUND-SW         PIC X(1)    VALUE "N".
          88 WS-CY-FOUND         VALUE "Y".
       01 WS-FIND-MONEDA         PIC X(3)    VALUE SPACES.
       01 WS-FIND-TIPO           PIC X(1)    VALUE SPACE.
       01 WS-FOUND-TASA          PIC 9(2)V9(4) VALUE ZERO.
       01 WS-NEXT-FECHA          PIC 9(8)    VALUE ZERO.
       01 WS-NEXT-FECHA-FIELDS REDEFINES WS-NEXT-FECHA.
          05 WS-NEXT-PERIODO     PIC 9(6).
          05 WS-NEXT-DD          PIC 9(2).
       01 WS-WEIGHT              PIC S9(3)   VALUE ZERO.
       01 WS-TODAY-WEIGHT        PIC 9(2)    VALUE ZERO.
       01 WS-PROJ-WEIGHT         PIC 9(2)    VALUE ZERO.
       01 WS-PROM-V              PIC 9(13)V9(2) VALUE ZERO.
       01 WS-PROM-A              PIC 9(13)V9(2) VALUE ZERO.
       01 WS-PROM-P              PIC 9(13)V9(2) VALUE ZERO.
       01 WS-PROM-F              PIC 9(13)V9(2) VALUE ZERO.
       01 WS-PROY-V              PIC 9(13)V9(2) VALUE ZERO.
       01 WS-PROY-A              PIC 9(13)V9(2) VALUE ZERO.
       01 WS-PROY-P              PIC 9(13)V9(2) VALUE ZERO.
       01 WS-PROY-F              PIC 9(13)V9(2) VALUE ZERO.
       01 WS-TASA-V              PIC 9(2)V9(4) VALUE ZERO.
       01 WS-TASA-A              PIC 9(2)V9(4) VALUE ZERO.
       01 WS-TASA-P              PIC 9(2)V9(4) VALUE ZERO.
       01 WS-EXIG-V              PIC 9(13)V9(2) VALUE ZERO.
       01 WS-EXIG-A              PIC 9(13)V9(2) VALUE ZERO.
       01 WS-EXIG-P              PIC 9(13)V9(2) VALUE ZERO.
       01 WS-EXIG-TOTAL          PIC 9(13)V9(2) VALUE ZERO.
       01 WS-PEXIG-TOTAL         PIC 9(13)V9(2) VALUE ZERO.
       01 WS-POSICION            PIC S9(13)V9(2) VALUE ZERO.
       01 WS-POS-PROY            PIC S9(13)V9(2) VALUE ZERO.
       01 WS-PREV-SIGNO          PIC X(1)    VALUE SPACE.
       01 WS-PREV-DESDE          PIC 9(8)    VALUE ZERO.
       01 WS-CUADRE-DIF          PIC S9(13)  VALUE ZERO.
       01 WS-GROUP-COUNT         PIC 9(7)    VALUE ZERO.
       01 WS-TERM-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-HIST-KEPT           PIC 9(7)    VALUE ZERO.
       01 WS-HIST-REPLACED       PIC 9(7)    VALUE ZERO.
       01 WS-FUNDS-SKIPPED       PIC 9(7)    VALUE ZERO.
       01 WS-DEFICIT-COUNT       PIC 9(2)    VALUE ZERO.
       01 WS-OBLIG-TOTAL         PIC 9(13)V9(2) VALUE ZERO.
       01 WS-RPT-DETAIL.
          05 RD-TIPO             PIC X(10)   VALUE SPACES.
          05 RD-HOY              PIC Z(12)9.99.
          05 FILLER              PIC X(2)    VALUE SPACES.
          05 RD-PROM             PIC Z(12)9.99.
          05 FILLER              PIC X(2)    VALUE SPACES.
          05 RD-TASA             PIC ZZ9.99.
          05 RD-PCT              PIC X(1)    VALUE SPACE.
          05 FILLER              PIC X(2)    VALUE SPACES.
          05 RD-EXIG             PIC Z(12)9.99.
       01 WS-RPT-POS.
          05 RP-LABEL            PIC X(30)   VALUE SPACES.
          05 RP-MONTO            PIC -(12)9.99.
          05 FILLER              PIC X       VALUE SPACE.
          05 RP-SIGNO            PIC X(10)   VALUE SPACES.
          05 RP-DESDE-LBL        PIC X(7)    VALUE SPACES.
          05 RP-DESDE            PIC X(8)    VALUE SPACES.
       01 D-DIAS                 PIC Z9.
       01 D-MES                  PIC Z9.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME           PIC X(30)      VALUE SPACE.
       01 USERNAME         PIC X(64)      VALUE SPACE.
       01 PASSWD           PIC X(10)      VALUE SPACE.
       01 E-MONEDA         PIC X(3)       VALUE SPACE.
       01 E-PRODUCTO       PIC X(4)       VALUE SPACE.
       01 E-OBLIGA         PIC S9(13)     VALUE ZERO.
       01 E-SALDO          PIC S9(13)     VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "*** ENCAJE LEGAL - POSICION DIARIA ***"
          PERFORM LoadProcessDate
          STRING "BALANCECOMPROB_" DELIMITED BY SIZE
                 WS-RUN-DATE       DELIMITED BY SIZE
                 ".DAT"            DELIMITED BY SIZE
             INTO WS-TB-FILENAME
          STRING "ENCAJE_"    DELIMITED BY SIZE
                 WS-RUN-DATE  DELIMITED BY SIZE
                 ".DAT"       DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
          PERFORM LoadReserveParams
          PERFORM ComputeDaysInMonth
          PERFORM FindLastBusinessDay
          IF WS-RUN-DAY IS NOT LESS THAN WS-LBD-DAY THEN
             SET WS-PERIOD-END TO TRUE
             DISPLAY "LOG: ULTIMO DIA HABIL DEL MES - CIERRE DEL "
                "PERIODO " WS-RUN-DATE(1:6)
          END-IF
          PERFORM LoadDbProfile
          MOVE SPACE TO PASSWD
          PERFORM ConnectionSQL
          PERFORM LoadObligations
          PERFORM LoadTermDeposits
          PERFORM LoadEligibleReserves
          PERFORM CarryHistory
          OPEN OUTPUT ReportFile
          IF NOT ReportFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR " WS-REPORT-FILENAME
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          PERFORM WriteReportHeader
          PERFORM VARYING CurrencyIdx FROM 1 BY 1
             UNTIL CurrencyIdx > CurrencyCount
             PERFORM ComputeCurrencyPosition
          END-PERFORM
          CLOSE ReportFile
          CLOSE HistNewFile
          PERFORM WriteControlFigures
          DISPLAY "============================"
          DISPLAY "GRUPOS DE CUENTAS LEIDOS: " WS-GROUP-COUNT
          DISPLAY "DEPOSITOS A PLAZO       : " WS-TERM-COUNT
          DISPLAY "LINEAS HISTORICAS       : " WS-HIST-KEPT
          DISPLAY "LINEAS REEMPLAZADAS     : " WS-HIST-REPLACED
          DISPLAY "MONEDAS REPORTADAS      : " CurrencyCount
          DISPLAY "MONEDAS EN DEFICIT      : " WS-DEFICIT-COUNT
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
       LoadReserveParams.
          OPEN INPUT ParamFile
          IF NOT ReserveParamFileOK THEN
      *      SIN TASAS NO HAY ENCAJE EXIGIBLE QUE CALCULAR: SE AVISA Y
      *      LA CADENA SIGUE.
             DISPLAY "AVISO: NO SE ENCONTRO PARAMENCAJE.DAT - SIN "
                "TASAS NO HAY POSICION DE ENCAJE"
             MOVE "Practica2Encaje"   TO EXLOG-PROGRAM
             MOVE "FILESTATUS"        TO EXLOG-CODETYPE
             MOVE WS-PARAMENC-STATUS  TO EXLOG-CODEVALUE
             MOVE "PARAMENCAJE.DAT"   TO EXLOG-KEYVALUE
             PERFORM LogException
             STOP RUN
          END-IF
          READ ParamFile INTO WS-PARAMENC-LINE
             AT END SET EOFParamFile TO TRUE
          END-READ
          PERFORM UNTIL EOFParamFile
             EVALUATE TRUE
                WHEN WS-PARAMENC-LINE IS EQUAL TO SPACES
                   CONTINUE
                WHEN EncajeTasa AND DepositoTipoOK
                      AND PE-TASA IS NUMERIC
                   IF RateCount < 30 THEN
                      ADD 1 TO RateCount
                      MOVE PE-CLAVE(1:3) TO RT-MONEDA(RateCount)
                      MOVE PE-TIPO       TO RT-TIPO(RateCount)
                      MOVE PE-TASA       TO RT-TASA(RateCount)
                   ELSE
                      DISPLAY "AVISO: MAS DE 30 TASAS EN "
                         "PARAMENCAJE.DAT - SE OMITE " PE-CLAVE
                         " " PE-TIPO
                   END-IF
                WHEN EncajeProducto
                      AND (DepositoVista OR DepositoAhorro)
                   IF ProdTypeCount < 200 THEN
                      ADD 1 TO ProdTypeCount
                      MOVE PE-CLAVE TO PT-PRODUCTO(ProdTypeCount)
                      MOVE PE-TIPO  TO PT-TIPO(ProdTypeCount)
                   ELSE
                      DISPLAY "AVISO: MAS DE 200 PRODUCTOS EN "
                         "PARAMENCAJE.DAT - SE OMITE " PE-CLAVE
                   END-IF
                WHEN OTHER
                   DISPLAY "AVISO: LINEA INVALIDA EN PARAMENCAJE.DAT: "
                      WS-PARAMENC-LINE
             END-EVALUATE
             READ ParamFile INTO WS-PARAMENC-LINE
                AT END SET EOFParamFile TO TRUE
             END-READ
          END-PERFORM
          CLOSE ParamFile
          DISPLAY "LOG: TASAS DE ENCAJE: " RateCount
             " PRODUCTOS CLASIFICADOS: " ProdTypeCount.
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
       LoadObligations.
      *   SALDOS ACREEDORES DE CUENTAS NO CERRADAS (LAS SUSPENDIDAS Y
      *   LAS JUDICIALES SIGUEN SIENDO OBLIGACIONES); LOS SOBREGIROS
      *   SON ACTIVOS Y NO ENTRAN. EL SALDO NETO DE TODAS LAS CUENTAS
      *   SE GUARDA PARA EL CUADRE CONTRA EL BALANCE.
          EXEC SQL
             DECLARE C1 CURSOR FOR
             SELECT COALESCE(moncuent, 'PEN'), COALESCE(codprod, ' '),
                SUM(CASE WHEN saldoact > 0 AND estcuent <> 'C'
                         THEN saldoact ELSE 0 END),
                SUM(saldoact)
             FROM cuenta
             GROUP BY COALESCE(moncuent, 'PEN'), COALESCE(codprod, ' ')
          END-EXEC
          EXEC SQL
             OPEN C1
          END-EXEC
          EXEC SQL
             FETCH C1 INTO :E-MONEDA, :E-PRODUCTO, :E-OBLIGA, :E-SALDO
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             ADD 1 TO WS-GROUP-COUNT
             MOVE E-MONEDA TO WS-FIND-MONEDA
             PERFORM FindCurrency
             IF WS-CY-FOUND THEN
                MOVE "A" TO WS-FIND-TIPO
                PERFORM VARYING ProdTypeIdx FROM 1 BY 1
                   UNTIL ProdTypeIdx > ProdTypeCount
                   IF PT-PRODUCTO(ProdTypeIdx) IS EQUAL TO E-PRODUCTO
                      MOVE PT-TIPO(ProdTypeIdx) TO WS-FIND-TIPO
                   END-IF
                END-PERFORM
                IF WS-FIND-TIPO IS EQUAL TO "V" THEN
                   ADD E-OBLIGA TO CY-HOY-V(CurrencyIdx)
                ELSE
                   ADD E-OBLIGA TO CY-HOY-A(CurrencyIdx)
                END-IF
                ADD E-SALDO TO CY-CTA-TOTAL(CurrencyIdx)
             END-IF
             EXEC SQL
                FETCH C1 INTO :E-MONEDA, :E-PRODUCTO, :E-OBLIGA,
                   :E-SALDO
             END-EXEC
          END-PERFORM
          IF SQLCODE IS LESS THAN ZERO THEN
             PERFORM HandlingErrors
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          EXEC SQL
             CLOSE C1
          END-EXEC
          DISPLAY "LOG: GRUPOS MONEDA/PRODUCTO LEIDOS: " WS-GROUP-COUNT.
       LoadTermDeposits.
          OPEN INPUT TrialBalanceFile
          IF NOT TBFileOK THEN
             DISPLAY "ERROR: NO SE ENCONTRO " WS-TB-FILENAME
                " - SIN BALANCE NO HAY POSICION DE ENCAJE"
             MOVE "Practica2Encaje"   TO EXLOG-PROGRAM
             MOVE "FILESTATUS"        TO EXLOG-CODETYPE
             MOVE WS-TB-STATUS        TO EXLOG-CODEVALUE
             MOVE WS-TB-FILENAME      TO EXLOG-KEYVALUE
             PERFORM LogException
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          READ TrialBalanceFile INTO WS-TB-LINE
             AT END SET EOFTrialBalance TO TRUE
          END-READ
          PERFORM UNTIL EOFTrialBalance
             EVALUATE TRUE
                WHEN TBT-SANGRIA IS EQUAL TO SPACES
                      AND TBT-NUMERO IS NUMERIC
                   ADD 1 TO WS-TERM-COUNT
                   MOVE TBT-MONEDA TO WS-FIND-MONEDA
                   IF WS-FIND-MONEDA IS EQUAL TO SPACES THEN
                      MOVE "PEN" TO WS-FIND-MONEDA
                   END-IF
                   PERFORM FindCurrency
                   IF WS-CY-FOUND THEN
                      MOVE TBT-CAPITAL TO WS-PARSE-TEXT
                      PERFORM ParseAmount
                      ADD WS-PARSE-NUM TO CY-HOY-P(CurrencyIdx)
                   END-IF
                WHEN TBS-ROTULO IS EQUAL TO "SALDO EN MONEDA "
                   MOVE TBS-MONEDA TO WS-FIND-MONEDA
                   PERFORM FindCurrency
                   IF WS-CY-FOUND THEN
                      MOVE TBS-VALOR TO WS-PARSE-TEXT
                      PERFORM ParseAmount
                      MOVE WS-PARSE-NUM TO CY-TB-TOTAL(CurrencyIdx)
                      MOVE "Y" TO CY-TB-SW(CurrencyIdx)
                   END-IF
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
             READ TrialBalanceFile INTO WS-TB-LINE
                AT END SET EOFTrialBalance TO TRUE
             END-READ
          END-PERFORM
          CLOSE TrialBalanceFile
          DISPLAY "LOG: DEPOSITOS A PLAZO DEL BALANCE: " WS-TERM-COUNT.
       ParseAmount.
      *   IMPORTE EDITADO DEL BALANCE: SE TOMAN LOS DIGITOS Y EL SIGNO
      *   MENOS, VENGA ADELANTE O ATRAS.
          MOVE ZERO TO WS-PARSE-NUM
          MOVE "N" TO WS-NEG-SW
          PERFORM VARYING WS-PARSE-IDX FROM 1 BY 1
             UNTIL WS-PARSE-IDX > 12
             MOVE WS-PARSE-TEXT(WS-PARSE-IDX:1) TO WS-PARSE-CHAR
             IF WS-PARSE-CHAR IS EQUAL TO "-" THEN
                MOVE "Y" TO WS-NEG-SW
             END-IF
             IF WS-PARSE-CHAR IS NUMERIC THEN
                MOVE WS-PARSE-CHAR TO WS-PARSE-DIGIT
                COMPUTE WS-PARSE-NUM =
                   WS-PARSE-NUM * 10 + WS-PARSE-DIGIT
             END-IF
          END-PERFORM
          IF WS-PARSE-NEG THEN
             COMPUTE WS-PARSE-NUM = WS-PARSE-NUM * -1
          END-IF.
       LoadEligibleReserves.
          OPEN INPUT FundsFile
          IF NOT ReserveFundsFileOK THEN
             DISPLAY "AVISO: TESORERIA NO ENVIO ENCAJEFONDOS.DAT - SE "
                "ARRASTRAN LOS FONDOS DEL ULTIMO DIA"
          ELSE
             READ FundsFile INTO WS-FONDOS-LINE
                AT END SET EOFFundsFile TO TRUE
             END-READ
             PERFORM UNTIL EOFFundsFile
                IF EF-FECHA IS EQUAL TO WS-RUN-DATE
                      AND EF-MONEDA IS NOT EQUAL TO SPACES
                      AND EF-MONTO IS NUMERIC THEN
                   MOVE EF-MONEDA TO WS-FIND-MONEDA
                   PERFORM FindCurrency
                   IF WS-CY-FOUND THEN
                      ADD EF-MONTO TO CY-FONDOS(CurrencyIdx)
                      MOVE "R" TO CY-FONDOS-SW(CurrencyIdx)
                   END-IF
                ELSE
                   IF WS-FONDOS-LINE IS NOT EQUAL TO SPACES THEN
                      ADD 1 TO WS-FUNDS-SKIPPED
                      DISPLAY "AVISO: LINEA DE FONDOS OMITIDA (OTRA "
                         "FECHA O INVALIDA): " WS-FONDOS-LINE
                   END-IF
                END-IF
                READ FundsFile INTO WS-FONDOS-LINE
                   AT END SET EOFFundsFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE FundsFile
          END-IF.
       FindCurrency.
          MOVE "N" TO WS-CY-FOUND-SW
          PERFORM VARYING CurrencyIdx FROM 1 BY 1
             UNTIL CurrencyIdx > CurrencyCount OR WS-CY-FOUND
             IF CY-MONEDA(CurrencyIdx) IS EQUAL TO WS-FIND-MONEDA THEN
                SET WS-CY-FOUND TO TRUE
             END-IF
          END-PERFORM
          IF WS-CY-FOUND THEN
             SUBTRACT 1 FROM CurrencyIdx
          ELSE
             IF CurrencyCount < 5 THEN
                ADD 1 TO CurrencyCount
                MOVE CurrencyCount TO CurrencyIdx
                INITIALIZE CurrencyEntry(CurrencyIdx)
                MOVE WS-FIND-MONEDA TO CY-MONEDA(CurrencyIdx)
                MOVE "N" TO CY-FONDOS-SW(CurrencyIdx)
                MOVE "N" TO CY-TB-SW(CurrencyIdx)
                SET WS-CY-FOUND TO TRUE
             ELSE
                DISPLAY "AVISO: MAS DE 5 MONEDAS - SE OMITE "
                   WS-FIND-MONEDA
             END-IF
          END-IF.
       CarryHistory.
      *   COPIA EL HISTORICO A ENCAJEHISTNEW.DAT SIN LAS LINEAS DE LA
      *   FECHA DE PROCESO Y PONDERA LAS DEL PERIODO. UNA FECHA
      *   POSTERIOR A LA DE PROCESO INDICA UNA FECHA ATRASADA: NO SE
      *   REESCRIBE LA HISTORIA.
          OPEN OUTPUT HistNewFile
          IF NOT HistNewFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR ENCAJEHISTNEW.DAT"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          OPEN INPUT HistFile
          IF ReserveHistNotFound THEN
             DISPLAY "LOG: SIN ENCAJEHIST.DAT PREVIO - EL PERIODO SE "
                "PROMEDIA DESDE HOY"
          ELSE
             READ HistFile INTO WS-ENCHIST-LINE
                AT END SET EOFHistFile TO TRUE
             END-READ
             PERFORM UNTIL EOFHistFile
                EVALUATE TRUE
                   WHEN WS-ENCHIST-LINE IS EQUAL TO SPACES
                      CONTINUE
                   WHEN EH-FECHA IS GREATER THAN WS-RUN-DATE
                      DISPLAY "ERROR: ENCAJEHIST.DAT YA TIENE LA FECHA "
                         EH-FECHA " - NO SE PROCESA " WS-RUN-DATE
                      MOVE "Practica2Encaje" TO EXLOG-PROGRAM
                      MOVE "ENCAJE"          TO EXLOG-CODETYPE
                      MOVE "FECHA"           TO EXLOG-CODEVALUE
                      MOVE WS-ENCHIST-LINE   TO EXLOG-KEYVALUE
                      PERFORM LogException
                      CLOSE HistFile
                      CLOSE HistNewFile
                      MOVE 1 TO RETURN-CODE
                      STOP RUN
                   WHEN EH-FECHA IS EQUAL TO WS-RUN-DATE
                      ADD 1 TO WS-HIST-REPLACED
                   WHEN OTHER
                      ADD 1 TO WS-HIST-KEPT
                      WRITE HistNewRecord FROM WS-ENCHIST-LINE
                      MOVE EH-MONEDA TO WS-FIND-MONEDA
                      PERFORM FindCurrency
                      IF WS-CY-FOUND THEN
                         MOVE EH-FECHA TO WS-NEXT-FECHA
                         PERFORM WeighPending
                         MOVE EH-FECHA  TO CY-PEND-FECHA(CurrencyIdx)
                         MOVE EH-VISTA  TO CY-PEND-V(CurrencyIdx)
                         MOVE EH-AHORRO TO CY-PEND-A(CurrencyIdx)
                         MOVE EH-PLAZO  TO CY-PEND-P(CurrencyIdx)
                         MOVE EH-FONDOS TO CY-PEND-F(CurrencyIdx)
                         MOVE EH-SIGNO  TO CY-PEND-SIGNO(CurrencyIdx)
                         MOVE EH-DESDE  TO CY-PEND-DESDE(CurrencyIdx)
                      END-IF
                END-EVALUATE
                READ HistFile INTO WS-ENCHIST-LINE
                   AT END SET EOFHistFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE HistFile
          END-IF.
       WeighPending.
      *   LA ULTIMA LINEA DE LA MONEDA VALE DESDE EL PRIMER DIA AUN NO
      *   CUBIERTO DEL PERIODO HASTA LA VISPERA DE WS-NEXT-FECHA (LA
      *   PRIMERA LINEA DEL PERIODO, SIN ARRASTRE DEL MES ANTERIOR,
      *   CUBRE TAMBIEN LOS DIAS PREVIOS A ELLA).
          IF CY-PEND-FECHA(CurrencyIdx) IS GREATER THAN ZERO
                AND WS-NEXT-PERIODO IS EQUAL TO WS-RUN-DATE(1:6) THEN
             COMPUTE WS-WEIGHT =
                WS-NEXT-DD - 1 - CY-CUBIERTOS(CurrencyIdx)
             IF WS-WEIGHT IS GREATER THAN ZERO THEN
                COMPUTE CY-SUM-V(CurrencyIdx) = CY-SUM-V(CurrencyIdx)
                   + CY-PEND-V(CurrencyIdx) * WS-WEIGHT
                COMPUTE CY-SUM-A(CurrencyIdx) = CY-SUM-A(CurrencyIdx)
                   + CY-PEND-A(CurrencyIdx) * WS-WEIGHT
                COMPUTE CY-SUM-P(CurrencyIdx) = CY-SUM-P(CurrencyIdx)
                   + CY-PEND-P(CurrencyIdx) * WS-WEIGHT
                COMPUTE CY-SUM-F(CurrencyIdx) = CY-SUM-F(CurrencyIdx)
                   + CY-PEND-F(CurrencyIdx) * WS-WEIGHT
                COMPUTE CY-CUBIERTOS(CurrencyIdx) = WS-NEXT-DD - 1
             END-IF
          END-IF.
       FindRate.
          MOVE ZERO TO WS-FOUND-TASA
          MOVE "N" TO WS-CY-FOUND-SW
          PERFORM VARYING RateIdx FROM 1 BY 1
             UNTIL RateIdx > RateCount
             IF RT-MONEDA(RateIdx) IS EQUAL TO CY-MONEDA(CurrencyIdx)
                   AND RT-TIPO(RateIdx) IS EQUAL TO WS-FIND-TIPO
                   AND NOT WS-CY-FOUND THEN
                MOVE RT-TASA(RateIdx) TO WS-FOUND-TASA
                SET WS-CY-FOUND TO TRUE
             END-IF
          END-PERFORM.
       CheckRate.
      *   UN TIPO CON SALDO Y SIN TASA QUEDA SIN ENCAJE EXIGIBLE: SE
      *   AVISA PARA QUE TESORERIA COMPLETE PARAMENCAJE.DAT.
          PERFORM FindRate
          IF NOT WS-CY-FOUND THEN
             DISPLAY "AVISO: SIN TASA DE ENCAJE PARA "
                CY-MONEDA(CurrencyIdx) " TIPO " WS-FIND-TIPO
             MOVE "Practica2Encaje" TO EXLOG-PROGRAM
             MOVE "ENCAJE"          TO EXLOG-CODETYPE
             MOVE "SINTASA"         TO EXLOG-CODEVALUE
             MOVE SPACES            TO EXLOG-KEYVALUE
             STRING CY-MONEDA(CurrencyIdx) DELIMITED BY SIZE
                    SPACE DELIMITED BY SIZE
                    WS-FIND-TIPO DELIMITED BY SIZE
                INTO EXLOG-KEYVALUE
             PERFORM LogException
          END-IF.
       ComputeCurrencyPosition.
      *   FONDOS: LOS DE HOY O, SI TESORERIA NO LOS INFORMO, LOS DE LA
      *   ULTIMA LINEA HISTORICA.
          IF CY-FONDOS-SW(CurrencyIdx) IS NOT EQUAL TO "R" THEN
             MOVE CY-PEND-F(CurrencyIdx) TO CY-FONDOS(CurrencyIdx)
             MOVE "A" TO CY-FONDOS-SW(CurrencyIdx)
             IF CY-PEND-FECHA(CurrencyIdx) IS GREATER THAN ZERO THEN
                DISPLAY "AVISO: SIN FONDOS DE ENCAJE INFORMADOS EN "
                   CY-MONEDA(CurrencyIdx) " - SE ARRASTRAN LOS DEL "
                   CY-PEND-FECHA(CurrencyIdx)
             ELSE
                DISPLAY "AVISO: SIN FONDOS DE ENCAJE INFORMADOS EN "
                   CY-MONEDA(CurrencyIdx) " NI DIA ANTERIOR - FONDOS "
                   "EN CERO"
             END-IF
             MOVE "Practica2Encaje" TO EXLOG-PROGRAM
             MOVE "ENCAJE"          TO EXLOG-CODETYPE
             MOVE "SINFONDOS"       TO EXLOG-CODEVALUE
             MOVE CY-MONEDA(CurrencyIdx) TO EXLOG-KEYVALUE
             PERFORM LogException
          END-IF
          MOVE SPACE TO WS-PREV-SIGNO
          MOVE ZERO  TO WS-PREV-DESDE
          IF CY-PEND-FECHA(CurrencyIdx)(1:6)
                IS EQUAL TO WS-RUN-DATE(1:6) THEN
             MOVE CY-PEND-SIGNO(CurrencyIdx) TO WS-PREV-SIGNO
             MOVE CY-PEND-DESDE(CurrencyIdx) TO WS-PREV-DESDE
          END-IF
          MOVE WS-RUN-DATE TO WS-NEXT-FECHA
          PERFORM WeighPending
      *   PROMEDIO A LA FECHA: HOY VALE LOS DIAS AUN NO CUBIERTOS.
      *   PROYECCION: LOS SALDOS DE HOY SE MANTIENEN HASTA FIN DE MES.
          COMPUTE WS-TODAY-WEIGHT =
             WS-RUN-DAY - CY-CUBIERTOS(CurrencyIdx)
          COMPUTE WS-PROJ-WEIGHT =
             WS-DAYS-IN-MONTH - CY-CUBIERTOS(CurrencyIdx)
          COMPUTE WS-PROM-V ROUNDED = (CY-SUM-V(CurrencyIdx)
             + CY-HOY-V(CurrencyIdx) * WS-TODAY-WEIGHT) / WS-RUN-DAY
          COMPUTE WS-PROM-A ROUNDED = (CY-SUM-A(CurrencyIdx)
             + CY-HOY-A(CurrencyIdx) * WS-TODAY-WEIGHT) / WS-RUN-DAY
          COMPUTE WS-PROM-P ROUNDED = (CY-SUM-P(CurrencyIdx)
             + CY-HOY-P(CurrencyIdx) * WS-TODAY-WEIGHT) / WS-RUN-DAY
          COMPUTE WS-PROM-F ROUNDED = (CY-SUM-F(CurrencyIdx)
             + CY-FONDOS(CurrencyIdx) * WS-TODAY-WEIGHT) / WS-RUN-DAY
          COMPUTE WS-PROY-V ROUNDED = (CY-SUM-V(CurrencyIdx)
             + CY-HOY-V(CurrencyIdx) * WS-PROJ-WEIGHT)
             / WS-DAYS-IN-MONTH
          COMPUTE WS-PROY-A ROUNDED = (CY-SUM-A(CurrencyIdx)
             + CY-HOY-A(CurrencyIdx) * WS-PROJ-WEIGHT)
             / WS-DAYS-IN-MONTH
          COMPUTE WS-PROY-P ROUNDED = (CY-SUM-P(CurrencyIdx)
             + CY-HOY-P(CurrencyIdx) * WS-PROJ-WEIGHT)
             / WS-DAYS-IN-MONTH
          COMPUTE WS-PROY-F ROUNDED = (CY-SUM-F(CurrencyIdx)
             + CY-FONDOS(CurrencyIdx) * WS-PROJ-WEIGHT)
             / WS-DAYS-IN-MONTH
          MOVE "V" TO WS-FIND-TIPO
          PERFORM FindRate
          IF NOT WS-CY-FOUND AND WS-PROM-V IS GREATER THAN ZERO THEN
             PERFORM CheckRate
          END-IF
          MOVE WS-FOUND-TASA TO WS-TASA-V
          MOVE "A" TO WS-FIND-TIPO
          PERFORM FindRate
          IF NOT WS-CY-FOUND AND WS-PROM-A IS GREATER THAN ZERO THEN
             PERFORM CheckRate
          END-IF
          MOVE WS-FOUND-TASA TO WS-TASA-A
          MOVE "P" TO WS-FIND-TIPO
          PERFORM FindRate
          IF NOT WS-CY-FOUND AND WS-PROM-P IS GREATER THAN ZERO THEN
             PERFORM CheckRate
          END-IF
          MOVE WS-FOUND-TASA TO WS-TASA-P
          COMPUTE WS-EXIG-V ROUNDED = WS-PROM-V * WS-TASA-V
          COMPUTE WS-EXIG-A ROUNDED = WS-PROM-A * WS-TASA-A
          COMPUTE WS-EXIG-P ROUNDED = WS-PROM-P * WS-TASA-P
          COMPUTE WS-EXIG-TOTAL = WS-EXIG-V + WS-EXIG-A + WS-EXIG-P
          COMPUTE WS-PEXIG-TOTAL ROUNDED = WS-PROY-V * WS-TASA-V
             + WS-PROY-A * WS-TASA-A + WS-PROY-P * WS-TASA-P
          COMPUTE WS-POSICION = WS-PROM-F - WS-EXIG-TOTAL
          COMPUTE WS-POS-PROY = WS-PROY-F - WS-PEXIG-TOTAL
          COMPUTE WS-OBLIG-TOTAL = WS-OBLIG-TOTAL
             + CY-HOY-V(CurrencyIdx) + CY-HOY-A(CurrencyIdx)
             + CY-HOY-P(CurrencyIdx)
      *   SIGNO DE LA POSICION A LA FECHA Y DIA EN QUE EMPEZO.
          MOVE SPACES TO WS-ENCHIST-LINE
          IF WS-POSICION IS LESS THAN ZERO THEN
             SET PosicionDeficit TO TRUE
             ADD 1 TO WS-DEFICIT-COUNT
          ELSE
             SET PosicionSuperavit TO TRUE
          END-IF
          IF EH-SIGNO IS EQUAL TO WS-PREV-SIGNO THEN
             MOVE WS-PREV-DESDE TO EH-DESDE
          ELSE
             MOVE WS-RUN-DATE TO EH-DESDE
             IF PosicionDeficit THEN
                DISPLAY "AVISO: EMPIEZA DEFICIT DE ENCAJE EN "
                   CY-MONEDA(CurrencyIdx)
                MOVE "Practica2Encaje" TO EXLOG-PROGRAM
                MOVE "ENCAJE"          TO EXLOG-CODETYPE
                MOVE "DEFICIT"         TO EXLOG-CODEVALUE
                MOVE CY-MONEDA(CurrencyIdx) TO EXLOG-KEYVALUE
                PERFORM LogException
             END-IF
          END-IF
          IF WS-PERIOD-END AND WS-POS-PROY IS LESS THAN ZERO THEN
             DISPLAY "AVISO: EL PERIODO CIERRA CON DEFICIT DE ENCAJE "
                "EN " CY-MONEDA(CurrencyIdx)
             MOVE "Practica2Encaje" TO EXLOG-PROGRAM
             MOVE "ENCAJE"          TO EXLOG-CODETYPE
             MOVE "DEFCIERRE"       TO EXLOG-CODEVALUE
             MOVE CY-MONEDA(CurrencyIdx) TO EXLOG-KEYVALUE
             PERFORM LogException
          END-IF
          PERFORM WriteCurrencyBlock
          MOVE WS-RUN-DATE            TO EH-FECHA
          MOVE CY-MONEDA(CurrencyIdx) TO EH-MONEDA
          MOVE CY-HOY-V(CurrencyIdx)  TO EH-VISTA
          MOVE CY-HOY-A(CurrencyIdx)  TO EH-AHORRO
          MOVE CY-HOY-P(CurrencyIdx)  TO EH-PLAZO
          MOVE CY-FONDOS(CurrencyIdx) TO EH-FONDOS
          MOVE CY-FONDOS-SW(CurrencyIdx) TO EH-ORIGEN
          WRITE HistNewRecord FROM WS-ENCHIST-LINE.
       WriteReportHeader.
          MOVE SPACES TO ReportRecord
          IF WS-PERIOD-END THEN
             STRING "ENCAJE LEGAL - CIERRE DEL PERIODO "
                       DELIMITED BY SIZE
                    WS-RUN-DATE(1:6) DELIMITED BY SIZE
                    " AL " DELIMITED BY SIZE
                    WS-RUN-DATE DELIMITED BY SIZE
                INTO ReportRecord
          ELSE
             STRING "ENCAJE LEGAL - POSICION DIARIA AL "
                       DELIMITED BY SIZE
                    WS-RUN-DATE DELIMITED BY SIZE
                    " (PERIODO " DELIMITED BY SIZE
                    WS-RUN-DATE(1:6) DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
                INTO ReportRecord
          END-IF
          WRITE ReportRecord.
       WriteCurrencyBlock.
          MOVE WS-RUN-DAY TO D-DIAS
          MOVE WS-DAYS-IN-MONTH TO D-MES
          MOVE SPACES TO ReportRecord
          WRITE ReportRecord
          STRING "MONEDA " DELIMITED BY SIZE
                 CY-MONEDA(CurrencyIdx) DELIMITED BY SIZE
                 " - DIAS DEL PERIODO " DELIMITED BY SIZE
                 D-DIAS DELIMITED BY SIZE
                 " DE " DELIMITED BY SIZE
                 D-MES DELIMITED BY SIZE
             INTO ReportRecord
          WRITE ReportRecord
          MOVE "TIPO        SALDO DEL DIA   PROMEDIO PERIODO     TASA"
             TO ReportRecord
          MOVE "ENCAJE EXIG." TO ReportRecord(62:12)
          WRITE ReportRecord
          MOVE "VISTA"   TO RD-TIPO
          MOVE CY-HOY-V(CurrencyIdx) TO RD-HOY
          MOVE WS-PROM-V TO RD-PROM
          COMPUTE RD-TASA = WS-TASA-V * 100
          MOVE "%"       TO RD-PCT
          MOVE WS-EXIG-V TO RD-EXIG
          WRITE ReportRecord FROM WS-RPT-DETAIL
          MOVE "AHORRO"  TO RD-TIPO
          MOVE CY-HOY-A(CurrencyIdx) TO RD-HOY
          MOVE WS-PROM-A TO RD-PROM
          COMPUTE RD-TASA = WS-TASA-A * 100
          MOVE WS-EXIG-A TO RD-EXIG
          WRITE ReportRecord FROM WS-RPT-DETAIL
          MOVE "PLAZO"   TO RD-TIPO
          MOVE CY-HOY-P(CurrencyIdx) TO RD-HOY
          MOVE WS-PROM-P TO RD-PROM
          COMPUTE RD-TASA = WS-TASA-P * 100
          MOVE WS-EXIG-P TO RD-EXIG
          WRITE ReportRecord FROM WS-RPT-DETAIL
          MOVE "TOTAL"   TO RD-TIPO
          COMPUTE RD-HOY = CY-HOY-V(CurrencyIdx)
             + CY-HOY-A(CurrencyIdx) + CY-HOY-P(CurrencyIdx)
          COMPUTE RD-PROM = WS-PROM-V + WS-PROM-A + WS-PROM-P
          MOVE ZERO      TO RD-TASA
          MOVE WS-EXIG-TOTAL TO RD-EXIG
          MOVE WS-RPT-DETAIL TO ReportRecord
          MOVE SPACES    TO ReportRecord(47:7)
          WRITE ReportRecord
          MOVE "FONDOS"  TO RD-TIPO
          MOVE CY-FONDOS(CurrencyIdx) TO RD-HOY
          MOVE WS-PROM-F TO RD-PROM
          MOVE WS-RPT-DETAIL TO ReportRecord
          MOVE SPACES    TO ReportRecord(47:)
          WRITE ReportRecord
          IF CY-FONDOS-SW(CurrencyIdx) IS EQUAL TO "A" THEN
             MOVE "  (FONDOS NO INFORMADOS HOY: SE ARRASTRA EL ULTIMO)"
                TO ReportRecord
             WRITE ReportRecord
          END-IF
          MOVE SPACES TO WS-RPT-POS
          MOVE "POSICION A LA FECHA" TO RP-LABEL
          MOVE WS-POSICION TO RP-MONTO
          IF PosicionDeficit THEN
             MOVE "DEFICIT" TO RP-SIGNO
          ELSE
             MOVE "SUPERAVIT" TO RP-SIGNO
          END-IF
          MOVE " DESDE " TO RP-DESDE-LBL
          MOVE EH-DESDE TO RP-DESDE
          WRITE ReportRecord FROM WS-RPT-POS
          MOVE SPACES TO WS-RPT-POS
          IF WS-PERIOD-END THEN
             MOVE "POSICION FINAL DEL PERIODO" TO RP-LABEL
          ELSE
             MOVE "POSICION PROYECTADA AL CIERRE" TO RP-LABEL
          END-IF
          MOVE WS-POS-PROY TO RP-MONTO
          IF WS-POS-PROY IS LESS THAN ZERO THEN
             MOVE "DEFICIT" TO RP-SIGNO
          ELSE
             MOVE "SUPERAVIT" TO RP-SIGNO
          END-IF
          WRITE ReportRecord FROM WS-RPT-POS
      *   CUADRE DEL SALDO NETO DE cuenta CONTRA EL BALANCE DEL DIA.
          MOVE SPACES TO WS-RPT-POS
          MOVE "CUADRE CONTRA BALANCE" TO RP-LABEL
          IF CY-TB-SW(CurrencyIdx) IS EQUAL TO "Y" THEN
             COMPUTE WS-CUADRE-DIF = CY-CTA-TOTAL(CurrencyIdx)
                - CY-TB-TOTAL(CurrencyIdx)
             MOVE WS-CUADRE-DIF TO RP-MONTO
             IF WS-CUADRE-DIF IS EQUAL TO ZERO THEN
                MOVE "CUADRA" TO RP-SIGNO
             ELSE
                MOVE "DIFERENCIA" TO RP-SIGNO
                DISPLAY "AVISO: cuenta NO CUADRA CON EL BALANCE EN "
                   CY-MONEDA(CurrencyIdx) ": " WS-CUADRE-DIF
                MOVE "Practica2Encaje" TO EXLOG-PROGRAM
                MOVE "ENCAJE"          TO EXLOG-CODETYPE
                MOVE "CUADRE"          TO EXLOG-CODEVALUE
                MOVE CY-MONEDA(CurrencyIdx) TO EXLOG-KEYVALUE
                PERFORM LogException
             END-IF
          ELSE
             MOVE ZERO TO RP-MONTO
             MOVE "SIN TOTAL" TO RP-SIGNO
          END-IF
          WRITE ReportRecord FROM WS-RPT-POS.
       WriteControlFigures.
          MOVE "Practica2Encaje" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          COMPUTE CIF-READ = WS-GROUP-COUNT + WS-TERM-COUNT
          MOVE CurrencyCount TO CIF-WRITTEN
          MOVE ZERO TO CIF-REJECTED
          MOVE WS-OBLIG-TOTAL TO CIF-AMOUNT
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
          MOVE "Practica2Encaje"      TO EXLOG-PROGRAM
          MOVE "SQLCODE"              TO EXLOG-CODETYPE
          MOVE SQLCODE                TO WS-EXLOG-CODE-DISPLAY
          MOVE WS-EXLOG-CODE-DISPLAY  TO EXLOG-CODEVALUE
          MOVE SPACES                 TO EXLOG-KEYVALUE
          STRING E-MONEDA DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 E-PRODUCTO DELIMITED BY SIZE
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

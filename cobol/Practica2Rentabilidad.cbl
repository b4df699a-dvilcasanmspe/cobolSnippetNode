       IDENTIFICATION DIVISION.
       PROGRAM-ID. Practica2Rentabilidad.
      * RENTABILIDAD MENSUAL POR CLIENTE: LO QUE EL BANCO GANO DEL
      * CLIENTE EN EL MES (COMISION DE Practica2Comisiones E INTSOBREG
      * DE Practica2Intereses) CONTRA LO QUE LE PAGO (INTERES DE
      * AHORRO), CON SU SALDO PROMEDIO DEL MES. EL SALDO DE CADA DIA
      * SE RECONSTRUYE HACIA ATRAS DESDE EL SALDO DE HOY RESTANDO LOS
      * ASIENTOS DE MOVCUENTA DE CADA FECHA, Y SE REANCLA EN CADA
      * BALANCE DE COMPROBACION DIARIO (BALANCECOMPROB_<FECHA>.DAT)
      * QUE EXISTA. LOS CLIENTES SALEN AGRUPADOS POR SUCURSAL Y
      * ORDENADOS POR RESULTADO NETO; EL DECIL INFERIOR DE CADA
      * SUCURSAL QUEDA SENALADO, INDICANDO SI HOY ESTA EXONERADO DE
      * COMISIONES POR EL SALDO MINIMO *EXONERA DE TARIFARIO.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT TrialBalanceFile ASSIGN TO WS-TB-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TB-STATUS.
          SELECT TariffFile ASSIGN TO "TARIFARIO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TARIFF-STATUS.
          SELECT MasterFile ASSIGN TO "CLIENMAES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MASTER-STATUS.
          SELECT ReportFile ASSIGN TO WS-REPORT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.
          SELECT SortWork ASSIGN TO "RENTABSRT.TMP".
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
       FD TrialBalanceFile.
       01 TrialBalanceBuffer     PIC X(80)   VALUES SPACES.
          88 EOFTrialBalance     VALUES      HIGH-VALUES.
       FD TariffFile.
       01 TariffBuffer           PIC X(40)   VALUES SPACES.
          88 EOFTariffFile       VALUES      HIGH-VALUES.
       FD MasterFile.
       01 MasterBuffer           PIC X(45)   VALUES SPACES.
          88 EOFMasterFile       VALUES      HIGH-VALUES.
       FD ReportFile.
       01 ReportRecord           PIC X(132)  VALUES SPACES.
       SD SortWork.
       01 SortRecord.
          05 SRT-SUCURSAL        PIC X(4).
          05 SRT-NETO            PIC S9(11)V99.
          05 SRT-DOC             PIC X(8).
          05 SRT-GANADO          PIC 9(11)V99.
          05 SRT-PAGADO          PIC 9(11)V99.
          05 SRT-PROMEDIO        PIC S9(13)V99.
          05 SRT-EXONERA         PIC X(1).
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
       01 WS-DAY-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-DAY-DATE-FIELDS REDEFINES WS-DAY-DATE.
          05 FILLER              PIC 9(4).
          05 FILLER              PIC 9(2).
          05 WS-DAY-DAY          PIC 9(2).
       01 WS-TB-STATUS           PIC X(2)    VALUE SPACE.
          88 TrialBalanceOK      VALUE "00".
       01 WS-TB-FILENAME         PIC X(30)   VALUE SPACES.
       01 WS-TARIFF-STATUS       PIC X(2)    VALUE SPACE.
          88 TariffFileOK        VALUE "00".
       01 WS-MASTER-STATUS       PIC X(2)    VALUE SPACE.
          88 MasterFileOK        VALUE "00".
       01 WS-REPORT-STATUS       PIC X(2)    VALUE SPACE.
          88 ReportFileOK        VALUE "00".
       01 WS-REPORT-FILENAME     PIC X(30)   VALUES SPACES.
       01 WS-TB-DETAIL.
          05 TBD-DOC             PIC X(8).
          05 FILLER              PIC X.
          05 TBD-CUENTA          PIC X(10).
          05 FILLER              PIC X.
          05 TBD-ESTADO          PIC X(1).
          05 FILLER              PIC X.
          05 TBD-MONEDA          PIC X(3).
          05 FILLER              PIC X.
          05 TBD-SUCURSAL        PIC X(4).
          05 FILLER              PIC X.
          05 TBD-SALDO           PIC X(10).
       01 WS-SALDO-NUM           PIC S9(10)  VALUE ZERO.
       01 WS-NEG-SW              PIC X(1)    VALUE "N".
          88 WS-SALDO-NEG        VALUE "Y".
       01 WS-PARSE-IDX           PIC 9(2)    VALUE ZERO.
       01 WS-PARSE-CHAR          PIC X(1)    VALUE SPACE.
       01 WS-PARSE-DIGIT         PIC 9(1)    VALUE ZERO.
       01 WS-TARIFF-LINE.
          05 TF-TIPOMOV          PIC X(10)   VALUE SPACES.
             88 TariffExempt     VALUE "*EXONERA".
          05 FILLER              PIC X(30)   VALUE SPACES.
       01 WS-EXONERA-LINE.
          05 EX-MARK             PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 EX-SALDO            PIC 9(10)   VALUE ZERO.
       01 WS-EXONERA-SALDO       PIC 9(10)   VALUE ZERO.
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
      * CUENTAS EN ORDEN DE DOCCLIEN Y CODCUENT (COMO LAS DEVUELVE LA
      * BASE Y LAS ESCRIBE EL BALANCE) PARA BUSCARLAS POR MITADES.
       01 AccountTable.
          05 AccountCount        PIC 9(5)    VALUE ZERO.
          05 AccountEntry OCCURS 10000 TIMES.
             10 AT-KEY.
                15 AT-DOC        PIC X(8).
                15 AT-CUENTA     PIC X(10).
             10 AT-SUCURSAL      PIC X(4).
             10 AT-SALDO-DIA     PIC S9(11)V99.
             10 AT-SALDO-HOY     PIC S9(11)V99.
             10 AT-SUMA          PIC S9(15)V99.
             10 AT-PROMEDIO      PIC S9(11)V99.
       01 AccountIdx             PIC 9(5)    VALUE ZERO.
       01 WS-LOOK-KEY.
          05 WS-LOOK-DOC         PIC X(8)    VALUE SPACES.
          05 WS-LOOK-CUENTA      PIC X(10)   VALUE SPACES.
       01 WS-BS-LOW              PIC 9(5)    VALUE ZERO.
       01 WS-BS-HIGH             PIC 9(5)    VALUE ZERO.
       01 WS-BS-MID              PIC 9(5)    VALUE ZERO.
       01 WS-ACCT-FOUND-SW       PIC X(1)    VALUE "N".
          88 WS-ACCT-FOUND       VALUE "Y".
       01 ClientTable.
          05 ClientCount         PIC 9(5)    VALUE ZERO.
          05 ClientEntry OCCURS 5000 TIMES.
             10 CL-DOC           PIC X(8).
             10 CL-SUCURSAL      PIC X(4).
             10 CL-MAX-PROM      PIC S9(11)V99.
             10 CL-PROMEDIO      PIC S9(13)V99.
             10 CL-SALDO-MAX     PIC S9(11)V99.
             10 CL-COMISION      PIC 9(11)V99.
             10 CL-INTSOBREG     PIC 9(11)V99.
             10 CL-INTERES       PIC 9(11)V99.
       01 ClientIdx              PIC 9(5)    VALUE ZERO.
       01 WS-CL-FOUND-SW         PIC X(1)    VALUE "N".
          88 WS-CL-FOUND         VALUE "Y".
      * CLIENTES POR SUCURSAL PARA CORTAR EL DECIL INFERIOR DE CADA UNA.
       01 BranchTable.
          05 BranchCount         PIC 9(2)    VALUE ZERO.
          05 BranchEntry OCCURS 20 TIMES.
             10 BR-CODE          PIC X(4).
             10 BR-COUNT         PIC 9(5).
       01 BranchIdx              PIC 9(2)    VALUE ZERO.
       01 WS-BR-FOUND-SW         PIC X(1)    VALUE "N".
          88 WS-BR-FOUND         VALUE "Y".
       01 WS-SIGN                PIC S9(1)   VALUE ZERO.
       01 WS-TB-DAYS             PIC 9(2)    VALUE ZERO.
       01 WS-EXTRA-DAYS          PIC 9(2)    VALUE ZERO.
       01 WS-SORT-EOF-SW         PIC X(1)    VALUE "N".
          88 WS-SORT-EOF         VALUE "Y".
       01 WS-CUR-BRANCH          PIC X(4)    VALUE SPACES.
       01 WS-BRANCH-CLIENTS      PIC 9(5)    VALUE ZERO.
       01 WS-DECIL-SIZE          PIC 9(5)    VALUE ZERO.
       01 WS-DECIL-FROM          PIC 9(5)    VALUE ZERO.
       01 WS-RANK                PIC 9(5)    VALUE ZERO.
       01 WS-BR-GANADO           PIC 9(13)V99 VALUE ZERO.
       01 WS-BR-PAGADO           PIC 9(13)V99 VALUE ZERO.
       01 WS-BR-NETO             PIC S9(13)V99 VALUE ZERO.
       01 WS-TOTAL-GANADO        PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-PAGADO        PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-NETO          PIC S9(13)V99 VALUE ZERO.
       01 WS-DECIL-COUNT         PIC 9(5)    VALUE ZERO.
       01 WS-DECIL-EXON-COUNT    PIC 9(5)    VALUE ZERO.
       01 WS-CLIENT-NAME         PIC X(30)   VALUE SPACES.
       01 WS-RPT-TITLE.
          05 FILLER              PIC X(38)
             VALUE "RENTABILIDAD MENSUAL DE CLIENTES MES: ".
          05 RT-MES              PIC X(6)    VALUE SPACES.
          05 FILLER              PIC X(23)
             VALUE "   SALDO EXONERACION: ".
          05 RT-EXONERA          PIC Z(9)9.
       01 WS-RPT-BRANCH.
          05 FILLER              PIC X(9)    VALUE "SUCURSAL ".
          05 RB-SUCURSAL         PIC X(4)    VALUE SPACES.
          05 FILLER              PIC X(12)   VALUE " - CLIENTES ".
          05 RB-CLIENTES         PIC ZZZZ9.
          05 FILLER              PIC X(26)
             VALUE " - DECIL INFERIOR: ULTIMOS".
          05 RB-DECIL            PIC ZZZZ9.
       01 WS-RPT-COLUMNS.
          05 FILLER              PIC X(46)
             VALUE " RANK DNI      NOMBRE".
          05 FILLER              PIC X(27)
             VALUE "       GANADO        PAGADO".
          05 FILLER              PIC X(32)
             VALUE "            NETO  SALDO PROMEDIO".
          05 FILLER              PIC X(4)    VALUE " OBS".
       01 WS-RPT-DETAIL.
          05 RD-RANK             PIC ZZZZ9.
          05 FILLER              PIC X       VALUE SPACE.
          05 RD-DOC              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 RD-NOMBRE           PIC X(30)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 RD-GANADO           PIC Z(9)9.99.
          05 FILLER              PIC X       VALUE SPACE.
          05 RD-PAGADO           PIC Z(9)9.99.
          05 FILLER              PIC X       VALUE SPACE.
          05 RD-NETO             PIC -(11)9.99.
          05 FILLER              PIC X       VALUE SPACE.
          05 RD-PROMEDIO         PIC -(11)9.99.
          05 FILLER              PIC X       VALUE SPACE.
          05 RD-OBS              PIC X(26)   VALUE SPACES.
       01 WS-RPT-BRANCH-TOTAL.
          05 FILLER              PIC X(15)   VALUE "TOTAL SUCURSAL ".
          05 RBT-SUCURSAL        PIC X(4)    VALUE SPACES.
          05 FILLER              PIC X(27)   VALUE SPACES.
          05 RBT-GANADO          PIC Z(9)9.99.
          05 FILLER              PIC X       VALUE SPACE.
          05 RBT-PAGADO          PIC Z(9)9.99.
          05 FILLER              PIC X       VALUE SPACE.
          05 RBT-NETO            PIC -(11)9.99.
       01 WS-RPT-SUMMARY.
          05 FILLER              PIC X(30)   VALUE SPACES.
          05 RS-LABEL            PIC X(34)   VALUE SPACES.
          05 RS-VALUE            PIC -(13)9.99.
       01 WS-RPT-SUMMARY-COUNT.
          05 FILLER              PIC X(30)   VALUE SPACES.
          05 RSC-LABEL           PIC X(34)   VALUE SPACES.
          05 RSC-VALUE           PIC Z(13)9.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME           PIC X(30)      VALUE SPACE.
       01 USERNAME         PIC X(64)      VALUE SPACE.
       01 PASSWD           PIC X(10)      VALUE SPACE.
       01 R-DOC            PIC X(8)       VALUE SPACE.
       01 R-CUENTA         PIC X(10)      VALUE SPACE.
       01 R-SALDO          PIC S9(10)     VALUE ZERO.
       01 R-SUCURSAL       PIC X(4)       VALUE SPACE.
       01 R-TIPOMOV        PIC X(10)      VALUE SPACE.
       01 R-MONTO          PIC 9(11)V99   VALUE ZERO.
       01 R-FECMOV         PIC X(10)      VALUE SPACE.
       01 R-MONTH-START    PIC X(10)      VALUE SPACE.
       01 R-MONTH-END      PIC X(10)      VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "*** RENTABILIDAD MENSUAL DE CLIENTES ***"
          PERFORM LoadProcessDate
          ACCEPT WS-FORCE-FLAG FROM COMMAND-LINE
          PERFORM CheckMonthEnd
          PERFORM BuildMonthBounds
          STRING "RENTABILIDAD_" DELIMITED BY SIZE
                 WS-RUN-DATE(1:6) DELIMITED BY SIZE
                 ".DAT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
          PERFORM LoadExemptBalance
          PERFORM LoadClientNames
          PERFORM LoadDbProfile
          MOVE SPACE TO PASSWD
          PERFORM ConnectionSQL
          PERFORM LoadAccounts
          PERFORM RebuildDailyBalances
          PERFORM ComputeAverages
          PERFORM SumMonthlyRevenue
          SORT SortWork
             ON ASCENDING KEY SRT-SUCURSAL
             ON DESCENDING KEY SRT-NETO
             INPUT PROCEDURE IS FeedClientSort
             OUTPUT PROCEDURE IS WriteRankedReport
          PERFORM WriteControlFigures
          DISPLAY "============================"
          DISPLAY "CUENTAS PROMEDIADAS     : " AccountCount
          DISPLAY "BALANCES DIARIOS USADOS : " WS-TB-DAYS
          DISPLAY "CLIENTES EN EL REPORTE  : " ClientCount
          DISPLAY "CLIENTES DECIL INFERIOR : " WS-DECIL-COUNT
          DISPLAY "  DE ELLOS EXONERADOS   : " WS-DECIL-EXON-COUNT
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
       CheckMonthEnd.
      *   EL REPORTE CIERRA EL MES: CORRE EN EL ULTIMO DIA HABIL, LA
      *   MISMA NOCHE QUE EL DEVENGO DE INTERESES, SALVO QUE SE FUERCE.
          PERFORM ComputeDaysInMonth
          PERFORM FindLastBusinessDay
          IF WS-RUN-DAY IS NOT EQUAL TO WS-LBD-DAY
                AND NOT ForceReport THEN
             DISPLAY "LOG: NO ES EL ULTIMO DIA HABIL DEL MES ("
                WS-RUN-DAY "/" WS-LBD-DAY
                ") - NO HAY REPORTE DE RENTABILIDAD"
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
       LoadExemptBalance.
      *   SOLO INTERESA LA LINEA *EXONERA: EL SALDO MINIMO CON QUE
      *   Practica2Comisiones DEJA DE COBRAR A UNA CUENTA.
          OPEN INPUT TariffFile
          IF NOT TariffFileOK THEN
             DISPLAY "LOG: NO HAY TARIFARIO.DAT - SIN SALDO DE "
                "EXONERACION"
          ELSE
             READ TariffFile INTO WS-TARIFF-LINE
                AT END SET EOFTariffFile TO TRUE
             END-READ
             PERFORM UNTIL EOFTariffFile
                IF TariffExempt THEN
                   MOVE TariffBuffer TO WS-EXONERA-LINE
                   MOVE EX-SALDO TO WS-EXONERA-SALDO
                END-IF
                READ TariffFile INTO WS-TARIFF-LINE
                   AT END SET EOFTariffFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE TariffFile
          END-IF
          DISPLAY "LOG: SALDO DE EXONERACION: " WS-EXONERA-SALDO.
       LoadClientNames.
          OPEN INPUT MasterFile
          IF NOT MasterFileOK THEN
             DISPLAY "LOG: NO HAY CLIENMAES.DAT - REPORTE SIN NOMBRES"
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
       LoadAccounts.
      *   EL SALDO DE HOY ES EL PUNTO DE PARTIDA DE LA RECONSTRUCCION.
          EXEC SQL
             DECLARE C1 CURSOR FOR
             SELECT docclien, codcuent, saldoact,
                COALESCE(sucursal, '0001')
             FROM cuenta
             ORDER BY docclien, codcuent
          END-EXEC
          EXEC SQL
             OPEN C1
          END-EXEC
          EXEC SQL
             FETCH C1 INTO :R-DOC, :R-CUENTA, :R-SALDO, :R-SUCURSAL
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             IF AccountCount >= 10000 THEN
                DISPLAY "ERROR: MAS DE 10000 CUENTAS - SE DETIENE"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
             ADD 1 TO AccountCount
             MOVE R-DOC      TO AT-DOC(AccountCount)
             MOVE R-CUENTA   TO AT-CUENTA(AccountCount)
             MOVE R-SUCURSAL TO AT-SUCURSAL(AccountCount)
             MOVE R-SALDO    TO AT-SALDO-DIA(AccountCount)
             MOVE R-SALDO    TO AT-SALDO-HOY(AccountCount)
             MOVE ZERO       TO AT-SUMA(AccountCount)
             MOVE ZERO       TO AT-PROMEDIO(AccountCount)
             EXEC SQL
                FETCH C1 INTO :R-DOC, :R-CUENTA, :R-SALDO, :R-SUCURSAL
             END-EXEC
          END-PERFORM
          EXEC SQL
             CLOSE C1
          END-EXEC
          DISPLAY "LOG: CUENTAS CARGADAS: " AccountCount.
       RebuildDailyBalances.
      *   DEL ULTIMO DIA AL PRIMERO: EL SALDO DE CIERRE DEL DIA ES EL
      *   DEL BALANCE DE ESA FECHA SI EXISTE; SI NO (FIN DE SEMANA,
      *   FERIADO) ES EL DEL DIA SIGUIENTE MENOS SUS ASIENTOS. LOS
      *   DIAS DEL MES POSTERIORES A LA CORRIDA (FIN DE MES EN DIA NO
      *   HABIL) REPITEN EL SALDO DE HOY.
          COMPUTE WS-EXTRA-DAYS = WS-DAYS-IN-MONTH - WS-RUN-DAY
          MOVE WS-RUN-DATE TO WS-DAY-DATE
          PERFORM UNTIL WS-DAY-DAY IS LESS THAN 1
             PERFORM LoadDayTrialBalance
             PERFORM VARYING AccountIdx FROM 1 BY 1
                UNTIL AccountIdx > AccountCount
                ADD AT-SALDO-DIA(AccountIdx) TO AT-SUMA(AccountIdx)
                IF WS-DAY-DATE IS EQUAL TO WS-RUN-DATE THEN
                   COMPUTE AT-SUMA(AccountIdx) = AT-SUMA(AccountIdx)
                      + AT-SALDO-DIA(AccountIdx) * WS-EXTRA-DAYS
                END-IF
             END-PERFORM
             IF WS-DAY-DAY IS GREATER THAN 1 THEN
                PERFORM UnwindDayPostings
             END-IF
             SUBTRACT 1 FROM WS-DAY-DAY
          END-PERFORM
          DISPLAY "LOG: BALANCES DIARIOS DEL MES USADOS: " WS-TB-DAYS.
       LoadDayTrialBalance.
          MOVE SPACES TO WS-TB-FILENAME
          STRING "BALANCECOMPROB_" DELIMITED BY SIZE
                 WS-DAY-DATE DELIMITED BY SIZE
                 ".DAT" DELIMITED BY SIZE
             INTO WS-TB-FILENAME
          OPEN INPUT TrialBalanceFile
          IF NOT TrialBalanceOK THEN
             CLOSE TrialBalanceFile
          ELSE
      *      UNA CUENTA AUSENTE DEL BALANCE NO EXISTIA ESE DIA.
             ADD 1 TO WS-TB-DAYS
             PERFORM VARYING AccountIdx FROM 1 BY 1
                UNTIL AccountIdx > AccountCount
                MOVE ZERO TO AT-SALDO-DIA(AccountIdx)
             END-PERFORM
             READ TrialBalanceFile
                AT END SET EOFTrialBalance TO TRUE
             END-READ
             PERFORM UNTIL EOFTrialBalance
                IF TrialBalanceBuffer(1:1) IS NOT EQUAL TO SPACE THEN
                   MOVE TrialBalanceBuffer TO WS-TB-DETAIL
                   MOVE TBD-DOC    TO WS-LOOK-DOC
                   MOVE TBD-CUENTA TO WS-LOOK-CUENTA
                   PERFORM FindAccount
                   IF WS-ACCT-FOUND THEN
                      PERFORM ParseSaldo
                      MOVE WS-SALDO-NUM TO AT-SALDO-DIA(AccountIdx)
                   END-IF
                END-IF
                READ TrialBalanceFile
                   AT END SET EOFTrialBalance TO TRUE
                END-READ
             END-PERFORM
             CLOSE TrialBalanceFile
          END-IF.
       UnwindDayPostings.
      *   SALDO AL CIERRE DEL DIA ANTERIOR = SALDO DEL DIA MENOS EL
      *   NETO DE SUS ASIENTOS, CON LOS MISMOS TIPOS DE CARGO QUE EL
      *   CRUCE DE Practica2Variacion.
          MOVE SPACES TO R-FECMOV
          STRING WS-DAY-DATE(1:4) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-DAY-DATE(5:2) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-DAY-DATE(7:2) DELIMITED BY SIZE
             INTO R-FECMOV
          EXEC SQL
             DECLARE C2 CURSOR FOR
             SELECT docclien, codcuent, tipomov, SUM(montomov)
             FROM movcuenta
             WHERE fecmov = :R-FECMOV
             GROUP BY docclien, codcuent, tipomov
          END-EXEC
          EXEC SQL
             OPEN C2
          END-EXEC
          EXEC SQL
             FETCH C2 INTO :R-DOC, :R-CUENTA, :R-TIPOMOV, :R-MONTO
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             MOVE R-DOC    TO WS-LOOK-DOC
             MOVE R-CUENTA TO WS-LOOK-CUENTA
             PERFORM FindAccount
             IF WS-ACCT-FOUND THEN
                PERFORM ClassifyMovementSign
                COMPUTE AT-SALDO-DIA(AccountIdx) =
                   AT-SALDO-DIA(AccountIdx) - WS-SIGN * R-MONTO
             END-IF
             EXEC SQL
                FETCH C2 INTO :R-DOC, :R-CUENTA, :R-TIPOMOV, :R-MONTO
             END-EXEC
          END-PERFORM
          EXEC SQL
             CLOSE C2
          END-EXEC.
       ClassifyMovementSign.
      *   EXTORNO LLEVA SU SIGNO EN EL PROPIO TIPO (EXTORNO+ ABONA,
      *   EXTORNO- CARGA).
          EVALUATE R-TIPOMOV
             WHEN "RETIRO"
             WHEN "COMPRA"
             WHEN "PAGO"
             WHEN "TRANSFEGR"
             WHEN "AJUSTE-"
             WHEN "COMISION"
             WHEN "IMPUESTO"
             WHEN "TRFBANCEGR"
             WHEN "EMBARGO"
             WHEN "INTSOBREG"
             WHEN "PLANILLAEG"
             WHEN "PFAPERTURA"
             WHEN "PRCAPITAL"
             WHEN "PRINTERES"
             WHEN "PRMORA"
             WHEN "RECAUDO"
             WHEN "DEPCTSEGR"
             WHEN "VENTRETIRO"
             WHEN "VENTPAGEGR"
             WHEN "DEVCHEQUE"
             WHEN "BARRIDOEGR"
             WHEN "EXTORNO-"
                MOVE -1 TO WS-SIGN
             WHEN OTHER
                MOVE 1 TO WS-SIGN
          END-EVALUATE.
       FindAccount.
          MOVE "N" TO WS-ACCT-FOUND-SW
          MOVE 1 TO WS-BS-LOW
          MOVE AccountCount TO WS-BS-HIGH
          PERFORM UNTIL WS-ACCT-FOUND OR WS-BS-LOW > WS-BS-HIGH
             COMPUTE WS-BS-MID = (WS-BS-LOW + WS-BS-HIGH) / 2
             EVALUATE TRUE
                WHEN AT-KEY(WS-BS-MID) IS EQUAL TO WS-LOOK-KEY
                   MOVE "Y" TO WS-ACCT-FOUND-SW
                   MOVE WS-BS-MID TO AccountIdx
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
       ComputeAverages.
      *   LAS CUENTAS VIENEN ORDENADAS POR DOCCLIEN: CADA CAMBIO DE
      *   DNI ABRE UN CLIENTE. LA SUCURSAL DEL CLIENTE ES LA DE SU
      *   CUENTA CON MAYOR SALDO PROMEDIO.
          PERFORM VARYING AccountIdx FROM 1 BY 1
             UNTIL AccountIdx > AccountCount
             COMPUTE AT-PROMEDIO(AccountIdx) ROUNDED =
                AT-SUMA(AccountIdx) / WS-DAYS-IN-MONTH
             IF ClientCount IS EQUAL TO ZERO
                   OR AT-DOC(AccountIdx) IS NOT EQUAL TO
                      CL-DOC(ClientCount) THEN
                IF ClientCount >= 5000 THEN
                   DISPLAY "ERROR: MAS DE 5000 CLIENTES - SE DETIENE"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
                ADD 1 TO ClientCount
                MOVE AT-DOC(AccountIdx)      TO CL-DOC(ClientCount)
                MOVE AT-SUCURSAL(AccountIdx) TO CL-SUCURSAL(ClientCount)
                MOVE AT-PROMEDIO(AccountIdx) TO CL-MAX-PROM(ClientCount)
                MOVE ZERO TO CL-PROMEDIO(ClientCount)
                MOVE AT-SALDO-HOY(AccountIdx)
                   TO CL-SALDO-MAX(ClientCount)
                MOVE ZERO TO CL-COMISION(ClientCount)
                MOVE ZERO TO CL-INTSOBREG(ClientCount)
                MOVE ZERO TO CL-INTERES(ClientCount)
             END-IF
             ADD AT-PROMEDIO(AccountIdx) TO CL-PROMEDIO(ClientCount)
             IF AT-PROMEDIO(AccountIdx) IS GREATER THAN
                   CL-MAX-PROM(ClientCount) THEN
                MOVE AT-PROMEDIO(AccountIdx) TO CL-MAX-PROM(ClientCount)
                MOVE AT-SUCURSAL(AccountIdx) TO CL-SUCURSAL(ClientCount)
             END-IF
             IF AT-SALDO-HOY(AccountIdx) IS GREATER THAN
                   CL-SALDO-MAX(ClientCount) THEN
                MOVE AT-SALDO-HOY(AccountIdx)
                   TO CL-SALDO-MAX(ClientCount)
             END-IF
          END-PERFORM.
       SumMonthlyRevenue.
          EXEC SQL
             DECLARE C3 CURSOR FOR
             SELECT docclien, tipomov, SUM(montomov)
             FROM movcuenta
             WHERE tipomov IN ('COMISION', 'INTSOBREG', 'INTERES')
               AND fecmov >= :R-MONTH-START AND fecmov <= :R-MONTH-END
             GROUP BY docclien, tipomov
          END-EXEC
          EXEC SQL
             OPEN C3
          END-EXEC
          EXEC SQL
             FETCH C3 INTO :R-DOC, :R-TIPOMOV, :R-MONTO
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             PERFORM FindClient
             IF WS-CL-FOUND THEN
                EVALUATE R-TIPOMOV
                   WHEN "COMISION"
                      ADD R-MONTO TO CL-COMISION(ClientIdx)
                   WHEN "INTSOBREG"
                      ADD R-MONTO TO CL-INTSOBREG(ClientIdx)
                   WHEN OTHER
                      ADD R-MONTO TO CL-INTERES(ClientIdx)
                END-EVALUATE
             END-IF
             EXEC SQL
                FETCH C3 INTO :R-DOC, :R-TIPOMOV, :R-MONTO
             END-EXEC
          END-PERFORM
          EXEC SQL
             CLOSE C3
          END-EXEC.
       FindClient.
          MOVE "N" TO WS-CL-FOUND-SW
          MOVE 1 TO WS-BS-LOW
          MOVE ClientCount TO WS-BS-HIGH
          PERFORM UNTIL WS-CL-FOUND OR WS-BS-LOW > WS-BS-HIGH
             COMPUTE WS-BS-MID = (WS-BS-LOW + WS-BS-HIGH) / 2
             EVALUATE TRUE
                WHEN CL-DOC(WS-BS-MID) IS EQUAL TO R-DOC
                   MOVE "Y" TO WS-CL-FOUND-SW
                   MOVE WS-BS-MID TO ClientIdx
                WHEN CL-DOC(WS-BS-MID) IS LESS THAN R-DOC
                   COMPUTE WS-BS-LOW = WS-BS-MID + 1
                WHEN OTHER
                   IF WS-BS-MID IS EQUAL TO 1 THEN
                      MOVE ZERO TO WS-BS-HIGH
                   ELSE
                      COMPUTE WS-BS-HIGH = WS-BS-MID - 1
                   END-IF
             END-EVALUATE
          END-PERFORM.
       AccumulateBranch.
          MOVE "N" TO WS-BR-FOUND-SW
          PERFORM VARYING BranchIdx FROM 1 BY 1
             UNTIL BranchIdx > BranchCount
             IF BR-CODE(BranchIdx) IS EQUAL TO SRT-SUCURSAL THEN
                ADD 1 TO BR-COUNT(BranchIdx)
                MOVE "Y" TO WS-BR-FOUND-SW
                EXIT PERFORM
             END-IF
          END-PERFORM
          IF NOT WS-BR-FOUND THEN
             IF BranchCount >= 20 THEN
                DISPLAY "AVISO: MAS DE 20 SUCURSALES - SIN DECIL PARA "
                   SRT-SUCURSAL
             ELSE
                ADD 1 TO BranchCount
                MOVE SRT-SUCURSAL TO BR-CODE(BranchCount)
                MOVE 1 TO BR-COUNT(BranchCount)
             END-IF
          END-IF.
       FindClientName.
          MOVE SPACES TO WS-CLIENT-NAME
          PERFORM VARYING NameIdx FROM 1 BY 1
             UNTIL NameIdx > NameCount
             IF NM-DNI(NameIdx) IS EQUAL TO SRT-DOC THEN
                MOVE NM-NOMBRE(NameIdx) TO WS-CLIENT-NAME
                EXIT PERFORM
             END-IF
          END-PERFORM.
       WriteControlFigures.
          MOVE "Practica2Rentabilid" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          MOVE AccountCount TO CIF-READ
          MOVE ClientCount TO CIF-WRITTEN
          MOVE ZERO TO CIF-REJECTED
          MOVE WS-TOTAL-NETO TO CIF-AMOUNT
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
          MOVE "Practica2Rentabilid" TO EXLOG-PROGRAM
          MOVE "SQLCODE"             TO EXLOG-CODETYPE
          MOVE SQLCODE               TO WS-EXLOG-CODE-DISPLAY
          MOVE WS-EXLOG-CODE-DISPLAY TO EXLOG-CODEVALUE
          STRING R-DOC DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 R-CUENTA DELIMITED BY SIZE
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
       FeedClientSort SECTION.
       FeedClientBegin.
          PERFORM VARYING ClientIdx FROM 1 BY 1
             UNTIL ClientIdx > ClientCount
             MOVE CL-SUCURSAL(ClientIdx) TO SRT-SUCURSAL
             MOVE CL-DOC(ClientIdx)      TO SRT-DOC
             COMPUTE SRT-GANADO =
                CL-COMISION(ClientIdx) + CL-INTSOBREG(ClientIdx)
             MOVE CL-INTERES(ClientIdx)  TO SRT-PAGADO
             COMPUTE SRT-NETO = SRT-GANADO - SRT-PAGADO
             MOVE CL-PROMEDIO(ClientIdx) TO SRT-PROMEDIO
             IF WS-EXONERA-SALDO IS GREATER THAN ZERO
                   AND CL-SALDO-MAX(ClientIdx) IS NOT LESS THAN
                      WS-EXONERA-SALDO THEN
                MOVE "S" TO SRT-EXONERA
             ELSE
                MOVE "N" TO SRT-EXONERA
             END-IF
             PERFORM AccumulateBranch
             RELEASE SortRecord
          END-PERFORM.
       FeedClientEnd.
          EXIT.
       WriteRankedReport SECTION.
       WriteRankedBegin.
          OPEN OUTPUT ReportFile
          IF NOT ReportFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR " WS-REPORT-FILENAME
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE WS-RUN-DATE(1:6) TO RT-MES
          MOVE WS-EXONERA-SALDO TO RT-EXONERA
          WRITE ReportRecord FROM WS-RPT-TITLE
          MOVE "N" TO WS-SORT-EOF-SW
          MOVE SPACES TO WS-CUR-BRANCH
          PERFORM UNTIL WS-SORT-EOF
             RETURN SortWork
                AT END MOVE "Y" TO WS-SORT-EOF-SW
                NOT AT END
                   IF SRT-SUCURSAL IS NOT EQUAL TO WS-CUR-BRANCH THEN
                      IF WS-CUR-BRANCH IS NOT EQUAL TO SPACES THEN
                         PERFORM WriteBranchTotal
                      END-IF
                      PERFORM StartBranch
                   END-IF
                   PERFORM WriteClientLine
             END-RETURN
          END-PERFORM
          IF WS-CUR-BRANCH IS NOT EQUAL TO SPACES THEN
             PERFORM WriteBranchTotal
          END-IF
          PERFORM WriteReportSummary
          CLOSE ReportFile
          DISPLAY "LOG: REPORTE EMITIDO EN " WS-REPORT-FILENAME.
       WriteRankedEnd.
          EXIT.
       REST SECTION.
       StartBranch.
      *   EL DECIL INFERIOR SON LOS ULTIMOS N/10 CLIENTES DE LA
      *   SUCURSAL (REDONDEADO HACIA ARRIBA, AL MENOS UNO).
          MOVE SRT-SUCURSAL TO WS-CUR-BRANCH
          MOVE ZERO TO WS-RANK
          MOVE ZERO TO WS-BR-GANADO
          MOVE ZERO TO WS-BR-PAGADO
          MOVE ZERO TO WS-BR-NETO
          MOVE ZERO TO WS-BRANCH-CLIENTS
          PERFORM VARYING BranchIdx FROM 1 BY 1
             UNTIL BranchIdx > BranchCount
             IF BR-CODE(BranchIdx) IS EQUAL TO WS-CUR-BRANCH THEN
                MOVE BR-COUNT(BranchIdx) TO WS-BRANCH-CLIENTS
                EXIT PERFORM
             END-IF
          END-PERFORM
          COMPUTE WS-DECIL-SIZE = (WS-BRANCH-CLIENTS + 9) / 10
          COMPUTE WS-DECIL-FROM = WS-BRANCH-CLIENTS - WS-DECIL-SIZE + 1
          MOVE SPACES TO ReportRecord
          WRITE ReportRecord
          MOVE WS-CUR-BRANCH     TO RB-SUCURSAL
          MOVE WS-BRANCH-CLIENTS TO RB-CLIENTES
          MOVE WS-DECIL-SIZE     TO RB-DECIL
          WRITE ReportRecord FROM WS-RPT-BRANCH
          WRITE ReportRecord FROM WS-RPT-COLUMNS.
       WriteClientLine.
          ADD 1 TO WS-RANK
          ADD SRT-GANADO TO WS-BR-GANADO
          ADD SRT-PAGADO TO WS-BR-PAGADO
          ADD SRT-NETO   TO WS-BR-NETO
          ADD SRT-GANADO TO WS-TOTAL-GANADO
          ADD SRT-PAGADO TO WS-TOTAL-PAGADO
          ADD SRT-NETO   TO WS-TOTAL-NETO
          PERFORM FindClientName
          MOVE WS-RANK        TO RD-RANK
          MOVE SRT-DOC        TO RD-DOC
          MOVE WS-CLIENT-NAME TO RD-NOMBRE
          MOVE SRT-GANADO     TO RD-GANADO
          MOVE SRT-PAGADO     TO RD-PAGADO
          MOVE SRT-NETO       TO RD-NETO
          MOVE SRT-PROMEDIO   TO RD-PROMEDIO
          MOVE SPACES TO RD-OBS
          IF WS-BRANCH-CLIENTS IS GREATER THAN ZERO
                AND WS-RANK IS NOT LESS THAN WS-DECIL-FROM THEN
             ADD 1 TO WS-DECIL-COUNT
             IF SRT-EXONERA IS EQUAL TO "S" THEN
                ADD 1 TO WS-DECIL-EXON-COUNT
                MOVE "DECIL INFERIOR - EXONERADO" TO RD-OBS
             ELSE
                MOVE "DECIL INFERIOR" TO RD-OBS
             END-IF
          END-IF
          WRITE ReportRecord FROM WS-RPT-DETAIL.
       WriteBranchTotal.
          MOVE WS-CUR-BRANCH TO RBT-SUCURSAL
          MOVE WS-BR-GANADO  TO RBT-GANADO
          MOVE WS-BR-PAGADO  TO RBT-PAGADO
          MOVE WS-BR-NETO    TO RBT-NETO
          WRITE ReportRecord FROM WS-RPT-BRANCH-TOTAL.
       WriteReportSummary.
          MOVE SPACES TO ReportRecord
          WRITE ReportRecord
          MOVE "CLIENTES EN EL REPORTE:"        TO RSC-LABEL
          MOVE ClientCount TO RSC-VALUE
          WRITE ReportRecord FROM WS-RPT-SUMMARY-COUNT
          MOVE "TOTAL GANADO (COMISION+SOBREG):" TO RS-LABEL
          MOVE WS-TOTAL-GANADO TO RS-VALUE
          WRITE ReportRecord FROM WS-RPT-SUMMARY
          MOVE "TOTAL PAGADO (INTERES AHORRO):"  TO RS-LABEL
          MOVE WS-TOTAL-PAGADO TO RS-VALUE
          WRITE ReportRecord FROM WS-RPT-SUMMARY
          MOVE "RESULTADO NETO DEL MES:"         TO RS-LABEL
          MOVE WS-TOTAL-NETO TO RS-VALUE
          WRITE ReportRecord FROM WS-RPT-SUMMARY
          MOVE "CLIENTES EN DECIL INFERIOR:"     TO RSC-LABEL
          MOVE WS-DECIL-COUNT TO RSC-VALUE
          WRITE ReportRecord FROM WS-RPT-SUMMARY-COUNT
          MOVE "DECIL INFERIOR CON EXONERACION:" TO RSC-LABEL
          MOVE WS-DECIL-EXON-COUNT TO RSC-VALUE
          WRITE ReportRecord FROM WS-RPT-SUMMARY-COUNT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Practica2Prestamos.
      * PRESTAMOS DE CONSUMO (PRESTAMOS.DAT) CON SU CRONOGRAMA DE
      * CUOTAS MENSUALES (CRONOGRAMA.DAT): EL DESEMBOLSO SE ABONA A
      * LA CUENTA DEL CLIENTE Y CADA CUOTA SE CARGA A ESA MISMA
      * CUENTA EL DIA HABIL DE SU VENCIMIENTO, CON LAS REGLAS DEL
      * DISPONIBLE DEL MANTENIMIENTO DE CUENTAS (RETENCIONES, EMBARGO
      * PENDIENTE Y LINEA DE SOBREGIRO). LA CUOTA NO COBRADA O COBRADA
      * EN PARTE QUEDA VENCIDA Y DEVENGA INTERES MORATORIO. UNA CUENTA
      * CTS SOLO PAGA DEL EXCESO SOBRE SU MONTO INTANGIBLE; LO QUE
      * QUEDA SIN COBRAR POR ESE PISO SIGUE VENCIDO Y SE ANOTA EN
      * EXCEPTION.LOG CON SU PROPIO MOTIVO.
      * MODOS:
      *   (SIN MODO)  DESEMBOLSO: DNI CUENTA CAPITAL CUOTAS TASA - LA
      *               TASA ES ANUAL (002400=24.00%), CUOTA FIJA
      *   V           COBRO NOCTURNO DE CUOTAS A LA FECHA VALOR DE
      *               FECHAVALOR.DAT Y DEVENGO DE MORA CON LA TASA
      *               ANUAL DE PARAMPRESTAMO.DAT
      *   A           REPORTE DE MOROSIDAD POR TRAMOS DE DIAS
      *               (MOROSIDAD_<FECHA>.DAT)
      *   L           LISTADO DEL REGISTRO; L NUMERO MUESTRA EL
      *               CRONOGRAMA DEL PRESTAMO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT LoanFile ASSIGN TO "PRESTAMOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PRESTAMO-STATUS.
          SELECT NewLoanFile ASSIGN TO "PRESTAMOSNEW.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-NEWPREST-STATUS.
          SELECT CopyLoanFile ASSIGN TO "PRESTAMOSNEW.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COPYPREST-STATUS.
          SELECT ScheduleFile ASSIGN TO "CRONOGRAMA.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CRONO-STATUS.
          SELECT NewScheduleFile ASSIGN TO "CRONOGRAMANEW.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-NEWCRONO-STATUS.
          SELECT CopyScheduleFile ASSIGN TO "CRONOGRAMANEW.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COPYCRONO-STATUS.
          SELECT LateRateFile ASSIGN TO "PARAMPRESTAMO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MORA-STATUS.
          SELECT ValueDateFile ASSIGN TO "FECHAVALOR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VALOR-STATUS.
          SELECT HoldsFile ASSIGN TO "RETENCION.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RETEN-STATUS.
          SELECT GarnishFile ASSIGN TO "EMBARGOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EMBARGO-STATUS.
          SELECT AgingFile ASSIGN TO WS-AGING-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AGING-STATUS.
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
       FD LoanFile.
       01 LoanBuffer             PIC X(100)  VALUES SPACES.
          88 EOFLoanFile         VALUES      HIGH-VALUES.
       FD NewLoanFile.
       01 NewLoanRecord          PIC X(100)  VALUES SPACES.
       FD CopyLoanFile.
       01 CopyLoanBuffer         PIC X(100)  VALUES SPACES.
          88 EOFCopyLoan         VALUES      HIGH-VALUES.
       FD ScheduleFile.
       01 ScheduleBuffer         PIC X(150)  VALUES SPACES.
          88 EOFScheduleFile     VALUES      HIGH-VALUES.
       FD NewScheduleFile.
       01 NewScheduleRecord      PIC X(150)  VALUES SPACES.
       FD CopyScheduleFile.
       01 CopyScheduleBuffer     PIC X(150)  VALUES SPACES.
          88 EOFCopySchedule     VALUES      HIGH-VALUES.
       FD LateRateFile.
       01 LateRateBuffer         PIC X(6)    VALUES SPACES.
       FD ValueDateFile.
       01 ValueDateBuffer        PIC X(8)    VALUES SPACES.
       FD HoldsFile.
       01 HoldsBuffer            PIC X(50)   VALUES SPACES.
          88 EOFHoldsFile        VALUES      HIGH-VALUES.
       FD GarnishFile.
       01 GarnishBuffer          PIC X(60)   VALUES SPACES.
          88 EOFGarnishFile      VALUES      HIGH-VALUES.
       FD AgingFile.
       01 AgingRecord            PIC X(80)   VALUES SPACES.
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
       COPY "HoldFields".
       COPY "GarnishFields".
       COPY "LoanFields".
       01 WS-RUN-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-NEWPREST-STATUS     PIC X(2)    VALUE SPACE.
          88 NewLoanFileOK       VALUE "00".
       01 WS-COPYPREST-STATUS    PIC X(2)    VALUE SPACE.
          88 CopyLoanFileOK      VALUE "00".
       01 WS-NEWCRONO-STATUS     PIC X(2)    VALUE SPACE.
          88 NewScheduleFileOK   VALUE "00".
       01 WS-COPYCRONO-STATUS    PIC X(2)    VALUE SPACE.
          88 CopyScheduleFileOK  VALUE "00".
       01 WS-MORA-STATUS         PIC X(2)    VALUE SPACE.
          88 LateRateFileOK      VALUE "00".
      * TASA ANUAL DE INTERES MORATORIO SOBRE CAPITAL E INTERES
      * VENCIDOS; SIN PARAMPRESTAMO.DAT LA CUOTA VENCIDA NO DEVENGA.
       01 WS-MORA-LINE.
          05 TASA-MORA           PIC 9(2)V9(4) VALUE ZERO.
       01 WS-VALOR-STATUS        PIC X(2)    VALUE SPACE.
          88 ValueDateFileOK     VALUE "00".
       01 WS-VALOR-LINE.
          05 FVL-DATE            PIC X(8)    VALUE SPACES.
       01 WS-VALUE-DATE          PIC 9(8)    VALUE ZERO.
       01 WS-AGING-STATUS        PIC X(2)    VALUE SPACE.
          88 AgingFileOK         VALUE "00".
       01 WS-AGING-FILENAME      PIC X(30)   VALUE SPACES.
       01 WS-CMDLINE             PIC X(80)   VALUE SPACES.
       01 WS-CMDLINE-FIELDS REDEFINES WS-CMDLINE.
          05 WS-MODE             PIC X(1).
             88 CollectMode      VALUE "V".
             88 AgingMode        VALUE "A".
             88 ListMode         VALUE "L".
          05 FILLER              PIC X.
          05 WS-CMDDATA          PIC X(78).
       01 WS-ARG-LINE.
          05 AR-DNI              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 AR-CUENTA           PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 AR-CAPITAL          PIC 9(9)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 AR-CUOTAS           PIC 9(3)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 AR-TASA             PIC 9(2)V9(4) VALUE ZERO.
       01 WS-QUERY-LINE.
          05 AR-NUMERO           PIC 9(8)    VALUE ZERO.
      * RETENCIONES Y EMBARGO PENDIENTE DE LA CUENTA DE COBRO: AMBOS
      * QUEDAN FUERA DEL DISPONIBLE PARA LA CUOTA.
       01 WS-HOLD-TOTAL          PIC 9(11)   VALUE ZERO.
       01 WS-GARN-PENDIENTE      PIC 9(10)   VALUE ZERO.
       01 WS-AVAILABLE           PIC S9(11)  VALUE ZERO.
      * PARTE DE LA CUOTA QUE SOLO PODIA SALIR DEL MONTO INTANGIBLE
      * DE UNA CUENTA CTS: NO SE COBRA Y QUEDA VENCIDA.
       01 WS-CTS-BLOQUEADO       PIC S9(11)  VALUE ZERO.
       01 WS-NEXT-NUMERO         PIC 9(8)    VALUE ZERO.
       01 WS-POST-OK-SW          PIC X(1)    VALUE "N".
          88 WS-POST-OK          VALUE "Y".
       01 WS-FAIL-REASON         PIC X(25)   VALUE SPACES.
      * CALCULO DEL CRONOGRAMA: CUOTA FIJA (SISTEMA FRANCES) CON LA
      * TASA MENSUAL = TASA ANUAL / 12; LA ULTIMA CUOTA AJUSTA EL
      * REDONDEO DEL CAPITAL.
       01 WS-TASA-MES            PIC 9V9(10) VALUE ZERO.
       01 WS-FACTOR              PIC 9(7)V9(10) VALUE ZERO.
       01 WS-CUOTA-NUMER         PIC 9(11)V9(8) VALUE ZERO.
       01 WS-CUOTA-FIJA          PIC 9(9)    VALUE ZERO.
       01 WS-SALDO-CAPITAL       PIC 9(9)    VALUE ZERO.
       01 WS-CUOTA-INTERES       PIC 9(9)    VALUE ZERO.
       01 WS-CUOTA-CAPITAL       PIC 9(9)    VALUE ZERO.
       01 WS-CUOTA-IDX           PIC 9(3)    VALUE ZERO.
       01 WS-BASE-DAY            PIC 9(2)    VALUE ZERO.
       01 WS-NOMINAL-DATE        PIC 9(8)    VALUE ZERO.
      * SALDOS ADEUDADOS DE LA CUOTA EN CURSO Y SU REPARTO: EL COBRO
      * APLICA PRIMERO A LA MORA, LUEGO AL INTERES Y AL FINAL AL
      * CAPITAL.
       01 WS-OWED-CAPITAL        PIC 9(9)    VALUE ZERO.
       01 WS-OWED-INTERES        PIC 9(9)    VALUE ZERO.
       01 WS-OWED-MORA           PIC 9(9)    VALUE ZERO.
       01 WS-OWED-TOTAL          PIC 9(10)   VALUE ZERO.
       01 WS-REMAINING           PIC 9(10)   VALUE ZERO.
       01 WS-MORA-BASE           PIC 9(10)   VALUE ZERO.
       01 WS-MORA-DEVENGO        PIC 9(9)    VALUE ZERO.
       01 WS-DAY-COUNT           PIC 9(5)    VALUE ZERO.
       01 WS-TO-DATE             PIC 9(8)    VALUE ZERO.
       01 WS-NEXT-DATE           PIC 9(8)    VALUE ZERO.
       01 WS-NEXT-DATE-FIELDS REDEFINES WS-NEXT-DATE.
          05 WS-NEXT-YEAR        PIC 9(4).
          05 WS-NEXT-MONTH       PIC 9(2).
          05 WS-NEXT-DAY         PIC 9(2).
       01 WS-NEXT-HABIL          PIC X(1)    VALUE SPACE.
       01 WS-SAFETY              PIC 9(3)    VALUE ZERO.
       01 WS-DAYS-IN-MONTH       PIC 9(2)    VALUE ZERO.
       01 WS-LEAP-REM-4          PIC 9(4)    VALUE ZERO.
       01 WS-LEAP-REM-100        PIC 9(4)    VALUE ZERO.
       01 WS-LEAP-REM-400        PIC 9(4)    VALUE ZERO.
       01 WS-LEAP-QUOT           PIC 9(4)    VALUE ZERO.
      * PRESTAMOS CUYAS CUOTAS QUEDARON TODAS PAGADAS EN EL COBRO DE
      * LA NOCHE: SE CANCELAN EN PRESTAMOS.DAT AL FINAL.
       01 PaidLoanTable.
          05 PaidLoanCount       PIC 9(4)    VALUE ZERO.
          05 PaidLoanEntry OCCURS 2000 TIMES.
             10 PL-NUMERO        PIC 9(8)    VALUE ZERO.
       01 PaidLoanIdx            PIC 9(4)    VALUE ZERO.
       01 WS-PAIDLOAN-SW         PIC X(1)    VALUE "N".
          88 WS-PAIDLOAN-FOUND   VALUE "Y".
       01 WS-CUR-LOAN            PIC 9(8)    VALUE ZERO.
       01 WS-LOAN-OPEN-SW        PIC X(1)    VALUE "N".
          88 WS-LOAN-HAS-OPEN    VALUE "Y".
       01 WS-LOAN-TOUCHED-SW     PIC X(1)    VALUE "N".
          88 WS-LOAN-TOUCHED     VALUE "Y".
      * ACUMULADOS DEL PRESTAMO EN CURSO PARA EL REPORTE DE MOROSIDAD.
       01 WS-AG-DNI              PIC X(8)    VALUE SPACES.
       01 WS-AG-CUENTA           PIC X(10)   VALUE SPACES.
       01 WS-AG-OLDEST           PIC 9(8)    VALUE ZERO.
       01 WS-AG-CUOTAS           PIC 9(3)    VALUE ZERO.
       01 WS-AG-MONTO            PIC 9(10)   VALUE ZERO.
       01 WS-AG-TRAMO            PIC 9(1)    VALUE ZERO.
       01 AgingBucketTable.
          05 AgingBucket OCCURS 4 TIMES.
             10 AB-COUNT         PIC 9(5)    VALUE ZERO.
             10 AB-MONTO         PIC 9(11)   VALUE ZERO.
       01 AgingBucketIdx         PIC 9(1)    VALUE ZERO.
       01 WS-AGING-TITLES.
          05 FILLER              PIC X(6)    VALUE "1-30  ".
          05 FILLER              PIC X(6)    VALUE "31-60 ".
          05 FILLER              PIC X(6)    VALUE "61-90 ".
          05 FILLER              PIC X(6)    VALUE "90+   ".
       01 WS-AGING-TITLE-TABLE REDEFINES WS-AGING-TITLES.
          05 AGING-TITLE         PIC X(6)    OCCURS 4 TIMES.
       01 WS-AG-HEADER.
          05 FILLER              PIC X(36)   VALUE
             "MOROSIDAD DE PRESTAMOS - FECHA VALOR".
          05 FILLER              PIC X       VALUE SPACE.
          05 AGH-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-AG-DETAIL.
          05 AGD-NUMERO          PIC 9(8)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 AGD-DNI             PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 AGD-CUENTA          PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X(8)    VALUE " CUOTAS ".
          05 AGD-CUOTAS          PIC ZZ9.
          05 FILLER              PIC X(6)    VALUE " DIAS ".
          05 AGD-DIAS            PIC ZZZZ9.
          05 FILLER              PIC X(7)    VALUE " MONTO ".
          05 AGD-MONTO           PIC Z(8)9.
          05 FILLER              PIC X       VALUE SPACE.
          05 AGD-TRAMO           PIC X(6)    VALUE SPACES.
       01 WS-AG-SUMMARY.
          05 FILLER              PIC X(6)    VALUE "TRAMO ".
          05 AGS-TRAMO           PIC X(6)    VALUE SPACES.
          05 FILLER              PIC X(11)   VALUE " PRESTAMOS ".
          05 AGS-COUNT           PIC ZZZZ9.
          05 FILLER              PIC X(7)    VALUE " MONTO ".
          05 AGS-MONTO           PIC Z(10)9.
       01 WS-READ-COUNT          PIC 9(5)    VALUE ZERO.
       01 WS-DUE-COUNT           PIC 9(5)    VALUE ZERO.
       01 WS-PAID-COUNT          PIC 9(5)    VALUE ZERO.
       01 WS-PARTIAL-COUNT       PIC 9(5)    VALUE ZERO.
       01 WS-FAIL-COUNT          PIC 9(5)    VALUE ZERO.
       01 WS-CLOSED-COUNT        PIC 9(5)    VALUE ZERO.
       01 WS-LATE-COUNT          PIC 9(5)    VALUE ZERO.
       01 WS-TOTAL-AMOUNT        PIC 9(11)   VALUE ZERO.
       01 D-MONTO                PIC Z(8)9.
       01 D-INTERES              PIC Z(8)9.
       01 D-MORA                 PIC Z(8)9.
       01 D-PAGADO               PIC Z(8)9.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME           PIC X(30)      VALUE SPACE.
       01 USERNAME         PIC X(64)      VALUE SPACE.
       01 PASSWD           PIC X(10)      VALUE SPACE.
       01 L-DOC            PIC X(8)       VALUE SPACE.
       01 L-CUENTA         PIC X(10)      VALUE SPACE.
       01 L-MONTO          PIC 9(9)       VALUE ZERO.
       01 L-CAPITAL        PIC 9(9)       VALUE ZERO.
       01 L-INTERES        PIC 9(9)       VALUE ZERO.
       01 L-MORA           PIC 9(9)       VALUE ZERO.
       01 L-COBRO          PIC 9(10)      VALUE ZERO.
       01 L-FECMOV         PIC X(10)      VALUE SPACE.
       01 L-REF            PIC X(19)      VALUE SPACE.
       01 L-REF-COUNT      PIC S9(9) COMP VALUE ZERO.
       01 L-SALDO          PIC S9(10)     VALUE ZERO.
       01 L-SOBREGIRO      PIC 9(9)       VALUE ZERO.
       01 L-INTANGCTS      PIC 9(10)      VALUE ZERO.
       01 L-MONEDA         PIC X(3)       VALUE SPACE.
       01 L-SUCURSAL       PIC X(4)       VALUE SPACE.
       01 L-ESTADO         PIC X(1)       VALUE SPACE.
          88 AccountActive VALUE "A".
          88 AccountHeld   VALUES "S", "J", "R".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "*** PRESTAMOS DE CONSUMO ***"
          PERFORM LoadProcessDate
          ACCEPT WS-CMDLINE FROM COMMAND-LINE
          EVALUATE TRUE
             WHEN ListMode
                MOVE WS-CMDDATA TO WS-QUERY-LINE
                PERFORM ListLoans
             WHEN CollectMode
                PERFORM CollectInstallments
             WHEN AgingMode
                PERFORM ReportArrears
             WHEN OTHER
                MOVE WS-CMDLINE TO WS-ARG-LINE
                PERFORM OpenLoan
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
       LoadValueDate.
      *   LA PUERTA DE CALENDARIO DEJA LA FECHA VALOR DE LA NOCHE EN
      *   FECHAVALOR.DAT; SIN ELLA VALE LA FECHA DE PROCESO.
          MOVE WS-RUN-DATE TO WS-VALUE-DATE
          OPEN INPUT ValueDateFile
          IF ValueDateFileOK THEN
             READ ValueDateFile INTO WS-VALOR-LINE
                AT END CONTINUE
             END-READ
             CLOSE ValueDateFile
             IF FVL-DATE IS NUMERIC THEN
                MOVE FVL-DATE TO WS-VALUE-DATE
             END-IF
          END-IF
          DISPLAY "LOG: FECHA VALOR: " WS-VALUE-DATE.
       LoadLateRate.
          OPEN INPUT LateRateFile
          IF LateRateFileOK THEN
             READ LateRateFile INTO WS-MORA-LINE
                AT END CONTINUE
             END-READ
             CLOSE LateRateFile
          END-IF
          IF TASA-MORA IS NOT NUMERIC THEN
             MOVE ZERO TO TASA-MORA
          END-IF
          DISPLAY "LOG: TASA ANUAL MORATORIA: " TASA-MORA.
       OpenLoan.
          IF AR-DNI IS EQUAL TO SPACES
                OR AR-CAPITAL IS NOT NUMERIC
                OR AR-CAPITAL IS EQUAL TO ZERO
                OR AR-CUOTAS IS NOT NUMERIC
                OR AR-CUOTAS IS EQUAL TO ZERO
                OR AR-TASA IS NOT NUMERIC THEN
             DISPLAY "USO: Practica2Prestamos <DNI> <CUENTA> "
                "<CAPITAL> <CUOTAS> <TASA-ANUAL>"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          PERFORM FindNextNumber
          PERFORM LoadDbProfile
          MOVE SPACE TO PASSWD
          PERFORM ConnectionSQL
          PERFORM BuildMovementDate
          PERFORM DisburseLoan
          IF WS-POST-OK THEN
             MOVE SPACES TO WS-PRESTAMO-LINE
             MOVE WS-NEXT-NUMERO TO PR-NUMERO
             MOVE AR-DNI         TO PR-DNI
             MOVE AR-CUENTA      TO PR-CUENTA
             MOVE AR-CAPITAL     TO PR-CAPITAL
             MOVE AR-TASA        TO PR-TASA
             MOVE AR-CUOTAS      TO PR-CUOTAS
             MOVE WS-RUN-DATE    TO PR-APERTURA
             MOVE L-MONEDA       TO PR-MONEDA
             MOVE ZERO           TO PR-CIERRE
             SET PrestamoVigente TO TRUE
             PERFORM BuildSchedule
             OPEN EXTEND LoanFile
             IF NOT LoanFileOK THEN
                CLOSE LoanFile
                OPEN OUTPUT LoanFile
             END-IF
             WRITE LoanBuffer FROM WS-PRESTAMO-LINE
             CLOSE LoanFile
             MOVE PR-CAPITAL TO D-MONTO
             MOVE PR-CUOTA-FIJA TO D-INTERES
             DISPLAY "PRESTAMO " PR-NUMERO " DESEMBOLSADO: " PR-DNI
                SPACE PR-CUENTA " POR " D-MONTO " " PR-MONEDA
             DISPLAY "   " PR-CUOTAS " CUOTAS DE " D-INTERES
          ELSE
             DISPLAY "ERROR: PRESTAMO NO DESEMBOLSADO - "
                WS-FAIL-REASON
             MOVE 1 TO RETURN-CODE
          END-IF
          DISPLAY "DISCONNECT FROM DATABASE...."
          EXEC SQL DISCONNECT ALL END-EXEC.
       FindNextNumber.
          MOVE ZERO TO WS-NEXT-NUMERO
          OPEN INPUT LoanFile
          IF LoanFileOK THEN
             READ LoanFile INTO WS-PRESTAMO-LINE
                AT END SET EOFLoanFile TO TRUE
             END-READ
             PERFORM UNTIL EOFLoanFile
                IF PR-NUMERO IS NUMERIC
                      AND PR-NUMERO IS GREATER THAN WS-NEXT-NUMERO THEN
                   MOVE PR-NUMERO TO WS-NEXT-NUMERO
                END-IF
                READ LoanFile INTO WS-PRESTAMO-LINE
                   AT END SET EOFLoanFile TO TRUE
                END-READ
             END-PERFORM
          END-IF
          CLOSE LoanFile
          ADD 1 TO WS-NEXT-NUMERO.
       DisburseLoan.
      *   EL DESEMBOLSO ES UN ABONO A UNA CUENTA ACTIVA DEL CLIENTE;
      *   NO SE DESEMBOLSA A CUENTAS SUSPENDIDAS, EN RETENCION
      *   JUDICIAL O DE UN CLIENTE EN REVISION POR LISTAS DE CONTROL.
          MOVE "N" TO WS-POST-OK-SW
          MOVE SPACES TO WS-FAIL-REASON
          MOVE AR-DNI     TO L-DOC
          MOVE AR-CUENTA  TO L-CUENTA
          MOVE AR-CAPITAL TO L-MONTO
          MOVE SPACES TO L-REF
          MOVE "PRD" TO L-REF(1:3)
          MOVE WS-NEXT-NUMERO TO L-REF(4:8)
          MOVE WS-RUN-DATE TO L-REF(12:8)
          PERFORM ReadLinkedAccount
          EVALUATE TRUE
             WHEN WS-FAIL-REASON IS NOT EQUAL TO SPACES
                CONTINUE
             WHEN AccountHeld
                MOVE "CUENTA RETENIDA" TO WS-FAIL-REASON
             WHEN NOT AccountActive
                MOVE "CUENTA NO ACTIVA" TO WS-FAIL-REASON
             WHEN OTHER
                PERFORM PostDisbursement
          END-EVALUATE.
       PostDisbursement.
          MOVE ZERO TO L-REF-COUNT
          EXEC SQL
             SELECT COUNT(*) INTO :L-REF-COUNT
             FROM movcuenta
             WHERE refmov = :L-REF
          END-EXEC
          IF L-REF-COUNT IS GREATER THAN ZERO THEN
             MOVE "DESEMBOLSO YA POSTEADO" TO WS-FAIL-REASON
          ELSE
             EXEC SQL
                INSERT INTO movcuenta
                   (docclien, codcuent, fecmov, montomov, tipomov,
                    sucursal, refmov)
                VALUES
                   (:L-DOC, :L-CUENTA, :L-FECMOV, :L-MONTO,
                    'PRDESEMBOL', :L-SUCURSAL, :L-REF)
             END-EXEC
             IF SQLCODE IS EQUAL TO ZERO THEN
                EXEC SQL
                   UPDATE cuenta
                   SET saldoact = saldoact + :L-MONTO,
                       fecmod = CURRENT TIMESTAMP
                   WHERE docclien=:L-DOC AND codcuent=:L-CUENTA
                END-EXEC
             END-IF
             IF SQLCODE IS EQUAL TO ZERO THEN
                EXEC SQL COMMIT WORK END-EXEC
                SET WS-POST-OK TO TRUE
             ELSE
                PERFORM HandlingErrors
                MOVE "ERROR SQL" TO WS-FAIL-REASON
                EXEC SQL ROLLBACK WORK END-EXEC
             END-IF
          END-IF.
       BuildSchedule.
      *   UNA CUOTA POR MES CONTADO DESDE LA APERTURA, EL MISMO DIA
      *   DEL MES (O EL ULTIMO SI EL MES ES MAS CORTO) Y CORRIDA AL
      *   SIGUIENTE DIA HABIL. EL INTERES DE CADA CUOTA ES EL SALDO DE
      *   CAPITAL POR LA TASA MENSUAL.
          COMPUTE WS-TASA-MES = PR-TASA / 12
          IF WS-TASA-MES IS EQUAL TO ZERO THEN
             COMPUTE WS-CUOTA-FIJA ROUNDED = PR-CAPITAL / PR-CUOTAS
          ELSE
             COMPUTE WS-FACTOR = (1 + WS-TASA-MES) ** PR-CUOTAS
             COMPUTE WS-CUOTA-NUMER =
                PR-CAPITAL * WS-TASA-MES * WS-FACTOR
             COMPUTE WS-CUOTA-FIJA ROUNDED =
                WS-CUOTA-NUMER / (WS-FACTOR - 1)
          END-IF
          MOVE WS-CUOTA-FIJA TO PR-CUOTA-FIJA
          MOVE PR-CAPITAL TO WS-SALDO-CAPITAL
          MOVE PR-APERTURA TO WS-NOMINAL-DATE
          MOVE PR-APERTURA(7:2) TO WS-BASE-DAY
          OPEN EXTEND ScheduleFile
          IF NOT ScheduleFileOK THEN
             CLOSE ScheduleFile
             OPEN OUTPUT ScheduleFile
          END-IF
          PERFORM VARYING WS-CUOTA-IDX FROM 1 BY 1
             UNTIL WS-CUOTA-IDX > PR-CUOTAS
             COMPUTE WS-CUOTA-INTERES ROUNDED =
                WS-SALDO-CAPITAL * WS-TASA-MES
             IF WS-CUOTA-IDX IS EQUAL TO PR-CUOTAS
                   OR WS-CUOTA-FIJA - WS-CUOTA-INTERES IS GREATER THAN
                      WS-SALDO-CAPITAL THEN
                MOVE WS-SALDO-CAPITAL TO WS-CUOTA-CAPITAL
             ELSE
                COMPUTE WS-CUOTA-CAPITAL =
                   WS-CUOTA-FIJA - WS-CUOTA-INTERES
             END-IF
             SUBTRACT WS-CUOTA-CAPITAL FROM WS-SALDO-CAPITAL
             PERFORM ComputeNextDueDate
             MOVE SPACES TO WS-CRONO-LINE
             MOVE PR-NUMERO        TO CR-NUMERO
             MOVE WS-CUOTA-IDX     TO CR-CUOTA
             MOVE PR-DNI           TO CR-DNI
             MOVE PR-CUENTA        TO CR-CUENTA
             MOVE WS-TO-DATE       TO CR-VENCE
             MOVE WS-CUOTA-CAPITAL TO CR-CAPITAL
             MOVE WS-CUOTA-INTERES TO CR-INTERES
             MOVE ZERO TO CR-MORA CR-PAG-CAPITAL CR-PAG-INTERES
                CR-PAG-MORA CR-ULT-MORA CR-PAGO
             SET CuotaPendiente TO TRUE
             WRITE ScheduleBuffer FROM WS-CRONO-LINE
          END-PERFORM
          CLOSE ScheduleFile.
       ComputeNextDueDate.
      *   WS-NOMINAL-DATE LLEVA EL VENCIMIENTO NOMINAL DEL MES
      *   ANTERIOR; EL VENCIMIENTO HABIL QUEDA EN WS-TO-DATE.
          MOVE WS-NOMINAL-DATE TO WS-NEXT-DATE
          IF WS-NEXT-MONTH IS LESS THAN 12 THEN
             ADD 1 TO WS-NEXT-MONTH
          ELSE
             MOVE 1 TO WS-NEXT-MONTH
             ADD 1 TO WS-NEXT-YEAR
          END-IF
          PERFORM ComputeDaysInMonth
          IF WS-BASE-DAY IS GREATER THAN WS-DAYS-IN-MONTH THEN
             MOVE WS-DAYS-IN-MONTH TO WS-NEXT-DAY
          ELSE
             MOVE WS-BASE-DAY TO WS-NEXT-DAY
          END-IF
          MOVE WS-NEXT-DATE TO WS-NOMINAL-DATE
          CALL "EsDiaHabil" USING WS-NEXT-DATE WS-NEXT-HABIL
          MOVE ZERO TO WS-SAFETY
          PERFORM UNTIL WS-NEXT-HABIL IS EQUAL TO "S"
                OR WS-SAFETY IS GREATER THAN 60
             ADD 1 TO WS-SAFETY
             PERFORM AddOneDay
             CALL "EsDiaHabil" USING WS-NEXT-DATE WS-NEXT-HABIL
          END-PERFORM
          MOVE WS-NEXT-DATE TO WS-TO-DATE.
       ReadLinkedAccount.
      *   LA CUENTA DE UN CLIENTE PENDIENTE DE REVISION POR LISTAS DE
      *   CONTROL SE LEE COMO RETENIDA (ESTADO 'R').
          MOVE SPACE TO L-ESTADO
          EXEC SQL
             SELECT saldoact,
                CASE WHEN EXISTS
                   (SELECT 1 FROM clientes
                    WHERE dniclien = :L-DOC AND estclien = 'R')
                   THEN 'R' ELSE estcuent END,
                COALESCE(moncuent, 'PEN'),
                COALESCE(sucursal, '0001'), COALESCE(sobregiro, 0),
                COALESCE(intangcts, 0)
             INTO :L-SALDO, :L-ESTADO, :L-MONEDA, :L-SUCURSAL,
                :L-SOBREGIRO, :L-INTANGCTS
             FROM cuenta
             WHERE docclien=:L-DOC AND codcuent=:L-CUENTA
          END-EXEC
          IF SQLCODE IS NOT EQUAL TO ZERO THEN
             MOVE "CUENTA NO ENCONTRADA" TO WS-FAIL-REASON
             PERFORM HandlingErrors
          END-IF.
       ComputeOpenHolds.
      *   LAS PREAUTORIZACIONES AUN NO POSTEADAS DE RETENCION.DAT
      *   TAMBIEN SALEN DEL DISPONIBLE.
          MOVE ZERO TO WS-HOLD-TOTAL
          OPEN INPUT HoldsFile
          IF NOT HoldsFileOK THEN
             CLOSE HoldsFile
          ELSE
             READ HoldsFile INTO WS-RETEN-LINE
                AT END SET EOFHoldsFile TO TRUE
             END-READ
             PERFORM UNTIL EOFHoldsFile
                IF RT-DNI IS EQUAL TO L-DOC
                      AND RT-CUENTA IS EQUAL TO L-CUENTA THEN
                   ADD RT-MONTO TO WS-HOLD-TOTAL
                END-IF
                READ HoldsFile INTO WS-RETEN-LINE
                   AT END SET EOFHoldsFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE HoldsFile
          END-IF.
       ComputeGarnished.
          MOVE ZERO TO WS-GARN-PENDIENTE
          OPEN INPUT GarnishFile
          IF NOT GarnishFileOK THEN
             CLOSE GarnishFile
          ELSE
             READ GarnishFile INTO WS-EMBARGO-LINE
                AT END SET EOFGarnishFile TO TRUE
             END-READ
             PERFORM UNTIL EOFGarnishFile
                IF EM-DNI IS EQUAL TO L-DOC
                      AND EM-CUENTA IS EQUAL TO L-CUENTA
                      AND EmbargoActivo THEN
                   COMPUTE WS-GARN-PENDIENTE =
                      WS-GARN-PENDIENTE + EM-ORDENADO - EM-RETENIDO
                END-IF
                READ GarnishFile INTO WS-EMBARGO-LINE
                   AT END SET EOFGarnishFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE GarnishFile
          END-IF.
       CollectInstallments.
          PERFORM LoadValueDate
          OPEN INPUT ScheduleFile
          IF ScheduleFileNotFound THEN
             DISPLAY "LOG: NO HAY CRONOGRAMA.DAT - NADA QUE COBRAR"
             STOP RUN
          END-IF
          PERFORM LoadLateRate
          PERFORM LoadDbProfile
          MOVE SPACE TO PASSWD
          PERFORM ConnectionSQL
          PERFORM BuildMovementDate
          MOVE ZERO TO WS-CUR-LOAN
          OPEN OUTPUT NewScheduleFile
          READ ScheduleFile INTO WS-CRONO-LINE
             AT END SET EOFScheduleFile TO TRUE
          END-READ
          PERFORM UNTIL EOFScheduleFile
             IF WS-CRONO-LINE IS NOT EQUAL TO SPACES THEN
                IF CR-NUMERO IS NOT EQUAL TO WS-CUR-LOAN THEN
                   PERFORM CloseLoanGroup
                   MOVE CR-NUMERO TO WS-CUR-LOAN
                   MOVE "N" TO WS-LOAN-OPEN-SW
                   MOVE "N" TO WS-LOAN-TOUCHED-SW
                END-IF
                ADD 1 TO WS-READ-COUNT
                IF NOT CuotaPagada AND CR-VENCE IS NOT GREATER THAN
                      WS-VALUE-DATE THEN
                   ADD 1 TO WS-DUE-COUNT
                   SET WS-LOAN-TOUCHED TO TRUE
                   PERFORM AccrueLateInterest
                   PERFORM CollectOneInstallment
                END-IF
                IF NOT CuotaPagada THEN
                   SET WS-LOAN-HAS-OPEN TO TRUE
                END-IF
                WRITE NewScheduleRecord FROM WS-CRONO-LINE
             END-IF
             READ ScheduleFile INTO WS-CRONO-LINE
                AT END SET EOFScheduleFile TO TRUE
             END-READ
          END-PERFORM
          PERFORM CloseLoanGroup
          CLOSE ScheduleFile
          CLOSE NewScheduleFile
          PERFORM ReplaceSchedule
          IF PaidLoanCount IS GREATER THAN ZERO THEN
             PERFORM CloseRepaidLoans
          END-IF
          PERFORM WriteControlFigures
          DISPLAY "============================"
          DISPLAY "CUOTAS LEIDAS       : " WS-READ-COUNT
          DISPLAY "CUOTAS EXIGIBLES    : " WS-DUE-COUNT
          DISPLAY "COBRADAS COMPLETAS  : " WS-PAID-COUNT
          DISPLAY "COBRADAS EN PARTE   : " WS-PARTIAL-COUNT
          DISPLAY "SIN COBRO           : " WS-FAIL-COUNT
          DISPLAY "CON MORA DEVENGADA  : " WS-LATE-COUNT
          DISPLAY "PRESTAMOS CANCELADOS: " WS-CLOSED-COUNT
          DISPLAY "============================"
          DISPLAY "DISCONNECT FROM DATABASE...."
          EXEC SQL DISCONNECT ALL END-EXEC.
       CloseLoanGroup.
      *   CORTE POR PRESTAMO: SI ESTA NOCHE SE COBRO ALGO Y YA NO LE
      *   QUEDAN CUOTAS ABIERTAS, EL PRESTAMO SE CANCELA.
          IF WS-CUR-LOAN IS NOT EQUAL TO ZERO
                AND WS-LOAN-TOUCHED
                AND NOT WS-LOAN-HAS-OPEN THEN
             IF PaidLoanCount >= 2000 THEN
                DISPLAY "ERROR: TABLA DE PRESTAMOS PAGADOS LLENA - "
                   "SE CANCELA LA NOCHE SIGUIENTE: " WS-CUR-LOAN
             ELSE
                ADD 1 TO PaidLoanCount
                MOVE WS-CUR-LOAN TO PL-NUMERO(PaidLoanCount)
             END-IF
          END-IF.
       AccrueLateInterest.
      *   LA MORA CORRE DESDE EL VENCIMIENTO (O DESDE EL ULTIMO
      *   DEVENGO) HASTA LA FECHA VALOR, SOBRE CAPITAL E INTERES AUN
      *   NO COBRADOS, EN BASE 360 Y REDONDEADA A UNIDADES.
          IF CuotaPendiente THEN
             MOVE CR-VENCE TO CR-ULT-MORA
          END-IF
          IF CR-ULT-MORA IS LESS THAN WS-VALUE-DATE
                AND TASA-MORA IS GREATER THAN ZERO THEN
             COMPUTE WS-MORA-BASE = CR-CAPITAL - CR-PAG-CAPITAL
                + CR-INTERES - CR-PAG-INTERES
             MOVE CR-ULT-MORA TO WS-NEXT-DATE
             MOVE WS-VALUE-DATE TO WS-TO-DATE
             PERFORM CountDays
             COMPUTE WS-MORA-DEVENGO ROUNDED =
                WS-MORA-BASE * TASA-MORA * WS-DAY-COUNT / 360
             IF WS-MORA-DEVENGO IS GREATER THAN ZERO THEN
                ADD WS-MORA-DEVENGO TO CR-MORA
                ADD 1 TO WS-LATE-COUNT
             END-IF
          END-IF
          IF CR-ULT-MORA IS LESS THAN WS-VALUE-DATE THEN
             MOVE WS-VALUE-DATE TO CR-ULT-MORA
          END-IF.
       CollectOneInstallment.
      *   SE COBRA TODO LO ADEUDADO DE LA CUOTA O, SI NO ALCANZA, LO
      *   QUE PERMITA EL DISPONIBLE; LA CUOTA NO SALDADA QUEDA VENCIDA
      *   Y SE REINTENTA LA NOCHE SIGUIENTE.
          MOVE "N" TO WS-POST-OK-SW
          MOVE SPACES TO WS-FAIL-REASON
          MOVE CR-DNI    TO L-DOC
          MOVE CR-CUENTA TO L-CUENTA
          COMPUTE WS-OWED-CAPITAL = CR-CAPITAL - CR-PAG-CAPITAL
          COMPUTE WS-OWED-INTERES = CR-INTERES - CR-PAG-INTERES
          COMPUTE WS-OWED-MORA    = CR-MORA - CR-PAG-MORA
          COMPUTE WS-OWED-TOTAL   =
             WS-OWED-CAPITAL + WS-OWED-INTERES + WS-OWED-MORA
          MOVE SPACES TO L-REF
          MOVE "PR" TO L-REF(1:2)
          MOVE CR-NUMERO TO L-REF(3:8)
          MOVE CR-CUOTA TO L-REF(11:3)
          MOVE WS-RUN-DATE(3:6) TO L-REF(14:6)
          MOVE ZERO TO L-CAPITAL L-INTERES L-MORA L-COBRO
          MOVE ZERO TO L-REF-COUNT
          EXEC SQL
             SELECT COUNT(*) INTO :L-REF-COUNT
             FROM movcuenta
             WHERE refmov = :L-REF
          END-EXEC
          IF L-REF-COUNT IS GREATER THAN ZERO THEN
             PERFORM RecoverPostedCollection
          ELSE
             PERFORM ReadLinkedAccount
             EVALUATE TRUE
                WHEN WS-FAIL-REASON IS NOT EQUAL TO SPACES
                   CONTINUE
                WHEN AccountHeld
                   MOVE "CUENTA RETENIDA" TO WS-FAIL-REASON
                WHEN NOT AccountActive
                   MOVE "CUENTA NO ACTIVA" TO WS-FAIL-REASON
                WHEN OTHER
                   PERFORM ComputeOpenHolds
                   PERFORM ComputeGarnished
                   COMPUTE WS-AVAILABLE = L-SALDO + L-SOBREGIRO
                      - WS-GARN-PENDIENTE - WS-HOLD-TOTAL
                   PERFORM ApplyCtsFloor
                   IF WS-AVAILABLE IS NOT GREATER THAN ZERO THEN
                      IF WS-CTS-BLOQUEADO IS GREATER THAN ZERO THEN
                         MOVE "INTANGIBLE CTS" TO WS-FAIL-REASON
                      ELSE
                         MOVE "SALDO INSUFICIENTE" TO WS-FAIL-REASON
                      END-IF
                   ELSE
                      PERFORM SplitCollection
                      PERFORM PostCollectionDebit
                   END-IF
             END-EVALUATE
          END-IF
          IF WS-POST-OK THEN
             ADD L-CAPITAL TO CR-PAG-CAPITAL
             ADD L-INTERES TO CR-PAG-INTERES
             ADD L-MORA    TO CR-PAG-MORA
             ADD L-COBRO   TO WS-TOTAL-AMOUNT
          END-IF
          IF CR-PAG-CAPITAL IS NOT LESS THAN CR-CAPITAL
                AND CR-PAG-INTERES IS NOT LESS THAN CR-INTERES
                AND CR-PAG-MORA IS NOT LESS THAN CR-MORA THEN
             SET CuotaPagada TO TRUE
             MOVE WS-RUN-DATE TO CR-PAGO
             ADD 1 TO WS-PAID-COUNT
          ELSE
             SET CuotaVencida TO TRUE
             IF WS-POST-OK THEN
                ADD 1 TO WS-PARTIAL-COUNT
                MOVE "COBRO PARCIAL" TO WS-FAIL-REASON
             ELSE
                ADD 1 TO WS-FAIL-COUNT
             END-IF
             COMPUTE WS-REMAINING = CR-CAPITAL - CR-PAG-CAPITAL
                + CR-INTERES - CR-PAG-INTERES + CR-MORA - CR-PAG-MORA
             MOVE WS-REMAINING TO D-MONTO
             DISPLAY "LOG: PRESTAMO " CR-NUMERO " CUOTA " CR-CUOTA
                " PENDIENTE " D-MONTO " - " WS-FAIL-REASON
             MOVE "Practica2Prestamos" TO EXLOG-PROGRAM
             MOVE "PRCUOTA"            TO EXLOG-CODETYPE
             STRING CR-NUMERO DELIMITED BY SIZE
                    CR-CUOTA DELIMITED BY SIZE
                INTO EXLOG-CODEVALUE
             STRING CR-DNI DELIMITED BY SIZE
                    SPACE DELIMITED BY SIZE
                    CR-CUENTA DELIMITED BY SIZE
                INTO EXLOG-KEYVALUE
             PERFORM LogException
          END-IF.
       ApplyCtsFloor.
      *   EN UNA CUENTA CTS LA CUOTA SOLO SE COBRA DEL EXCESO SOBRE EL
      *   MONTO INTANGIBLE, COMO EN Practica2Barrido; LO QUE SE HABRIA
      *   COBRADO DE LA PORCION PROTEGIDA QUEDA VENCIDO EN EL
      *   CRONOGRAMA (SE VUELVE A INTENTAR LA NOCHE SIGUIENTE) Y SE
      *   ANOTA EN EXCEPTION.LOG CON SU PROPIO MOTIVO.
          MOVE ZERO TO WS-CTS-BLOQUEADO
          IF L-INTANGCTS IS GREATER THAN ZERO
                AND L-SALDO - L-INTANGCTS IS LESS THAN WS-AVAILABLE
                THEN
             IF WS-AVAILABLE IS LESS THAN WS-OWED-TOTAL THEN
                MOVE WS-AVAILABLE TO WS-CTS-BLOQUEADO
             ELSE
                MOVE WS-OWED-TOTAL TO WS-CTS-BLOQUEADO
             END-IF
             COMPUTE WS-AVAILABLE = L-SALDO - L-INTANGCTS
             IF WS-AVAILABLE IS GREATER THAN ZERO THEN
                SUBTRACT WS-AVAILABLE FROM WS-CTS-BLOQUEADO
             END-IF
             IF WS-CTS-BLOQUEADO IS GREATER THAN ZERO THEN
                PERFORM LogProtectedCts
             END-IF
          END-IF.
       LogProtectedCts.
          MOVE WS-CTS-BLOQUEADO TO D-MONTO
          DISPLAY "LOG: PRESTAMO " CR-NUMERO " CUOTA " CR-CUOTA
             " - " D-MONTO " ENTRARIA EN EL INTANGIBLE CTS - QUEDA "
             "VENCIDO"
          MOVE "Practica2Prestamos" TO EXLOG-PROGRAM
          MOVE "INTANGCTS"          TO EXLOG-CODETYPE
          STRING CR-NUMERO DELIMITED BY SIZE
                 CR-CUOTA DELIMITED BY SIZE
             INTO EXLOG-CODEVALUE
          STRING CR-DNI DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 CR-CUENTA DELIMITED BY SIZE
             INTO EXLOG-KEYVALUE
          PERFORM LogException.
       SplitCollection.
          IF WS-AVAILABLE IS LESS THAN WS-OWED-TOTAL THEN
             MOVE WS-AVAILABLE TO L-COBRO
          ELSE
             MOVE WS-OWED-TOTAL TO L-COBRO
          END-IF
          MOVE L-COBRO TO WS-REMAINING
          IF WS-REMAINING IS LESS THAN WS-OWED-MORA THEN
             MOVE WS-REMAINING TO L-MORA
          ELSE
             MOVE WS-OWED-MORA TO L-MORA
          END-IF
          SUBTRACT L-MORA FROM WS-REMAINING
          IF WS-REMAINING IS LESS THAN WS-OWED-INTERES THEN
             MOVE WS-REMAINING TO L-INTERES
          ELSE
             MOVE WS-OWED-INTERES TO L-INTERES
          END-IF
          SUBTRACT L-INTERES FROM WS-REMAINING
          MOVE WS-REMAINING TO L-CAPITAL.
       PostCollectionDebit.
      *   CAPITAL, INTERES Y MORA VAN COMO MOVIMIENTOS SEPARADOS CON
      *   LA MISMA REFERENCIA PARA QUE EL EXTRACTO CONTABLE LOS LLEVE
      *   A SUS PROPIAS CUENTAS.
          MOVE ZERO TO SQLCODE
          IF L-MORA IS GREATER THAN ZERO THEN
             MOVE L-MORA TO L-MONTO
             EXEC SQL
                INSERT INTO movcuenta
                   (docclien, codcuent, fecmov, montomov, tipomov,
                    sucursal, refmov)
                VALUES
                   (:L-DOC, :L-CUENTA, :L-FECMOV, :L-MONTO,
                    'PRMORA', :L-SUCURSAL, :L-REF)
             END-EXEC
          END-IF
          IF SQLCODE IS EQUAL TO ZERO
                AND L-INTERES IS GREATER THAN ZERO THEN
             MOVE L-INTERES TO L-MONTO
             EXEC SQL
                INSERT INTO movcuenta
                   (docclien, codcuent, fecmov, montomov, tipomov,
                    sucursal, refmov)
                VALUES
                   (:L-DOC, :L-CUENTA, :L-FECMOV, :L-MONTO,
                    'PRINTERES', :L-SUCURSAL, :L-REF)
             END-EXEC
          END-IF
          IF SQLCODE IS EQUAL TO ZERO
                AND L-CAPITAL IS GREATER THAN ZERO THEN
             MOVE L-CAPITAL TO L-MONTO
             EXEC SQL
                INSERT INTO movcuenta
                   (docclien, codcuent, fecmov, montomov, tipomov,
                    sucursal, refmov)
                VALUES
                   (:L-DOC, :L-CUENTA, :L-FECMOV, :L-MONTO,
                    'PRCAPITAL', :L-SUCURSAL, :L-REF)
             END-EXEC
          END-IF
          IF SQLCODE IS EQUAL TO ZERO THEN
             EXEC SQL
                UPDATE cuenta
                SET saldoact = saldoact - :L-COBRO,
                    fecmod = CURRENT TIMESTAMP
                WHERE docclien=:L-DOC AND codcuent=:L-CUENTA
             END-EXEC
          END-IF
          IF SQLCODE IS EQUAL TO ZERO THEN
             EXEC SQL COMMIT WORK END-EXEC
             SET WS-POST-OK TO TRUE
          ELSE
             PERFORM HandlingErrors
             MOVE "ERROR SQL" TO WS-FAIL-REASON
             EXEC SQL ROLLBACK WORK END-EXEC
          END-IF.
       RecoverPostedCollection.
      *   LA REFERENCIA DE HOY YA ESTA EN MOVCUENTA (RELANZAMIENTO
      *   DESPUES DE UNA CAIDA): SE RECUPERA LO COBRADO PARA QUE EL
      *   CRONOGRAMA LO REFLEJE SIN CARGAR DOS VECES.
          EXEC SQL
             SELECT
                COALESCE(SUM(CASE WHEN tipomov = 'PRCAPITAL'
                   THEN montomov ELSE 0 END), 0),
                COALESCE(SUM(CASE WHEN tipomov = 'PRINTERES'
                   THEN montomov ELSE 0 END), 0),
                COALESCE(SUM(CASE WHEN tipomov = 'PRMORA'
                   THEN montomov ELSE 0 END), 0)
             INTO :L-CAPITAL, :L-INTERES, :L-MORA
             FROM movcuenta
             WHERE refmov = :L-REF
          END-EXEC
          IF SQLCODE IS EQUAL TO ZERO THEN
             COMPUTE L-COBRO = L-CAPITAL + L-INTERES + L-MORA
             DISPLAY "LOG: COBRO " L-REF " YA POSTEADO - SE RECUPERA"
             SET WS-POST-OK TO TRUE
          ELSE
             PERFORM HandlingErrors
             MOVE "ERROR SQL" TO WS-FAIL-REASON
          END-IF.
       CloseRepaidLoans.
          OPEN INPUT LoanFile
          IF NOT LoanFileOK THEN
             DISPLAY "ERROR: NO SE PUDO LEER PRESTAMOS.DAT"
             CLOSE LoanFile
          ELSE
             OPEN OUTPUT NewLoanFile
             READ LoanFile INTO WS-PRESTAMO-LINE
                AT END SET EOFLoanFile TO TRUE
             END-READ
             PERFORM UNTIL EOFLoanFile
                IF PrestamoVigente THEN
                   PERFORM FindPaidLoan
                   IF WS-PAIDLOAN-FOUND THEN
                      SET PrestamoCancelado TO TRUE
                      MOVE WS-RUN-DATE TO PR-CIERRE
                      ADD 1 TO WS-CLOSED-COUNT
                      DISPLAY "LOG: PRESTAMO " PR-NUMERO " CANCELADO"
                   END-IF
                END-IF
                WRITE NewLoanRecord FROM WS-PRESTAMO-LINE
                READ LoanFile INTO WS-PRESTAMO-LINE
                   AT END SET EOFLoanFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE LoanFile
             CLOSE NewLoanFile
             PERFORM ReplaceLoanRegister
          END-IF.
       FindPaidLoan.
          MOVE "N" TO WS-PAIDLOAN-SW
          PERFORM VARYING PaidLoanIdx FROM 1 BY 1
             UNTIL PaidLoanIdx > PaidLoanCount
             IF PL-NUMERO(PaidLoanIdx) IS EQUAL TO PR-NUMERO THEN
                SET WS-PAIDLOAN-FOUND TO TRUE
                EXIT PERFORM
             END-IF
          END-PERFORM.
       ReportArrears.
      *   MOROSIDAD POR PRESTAMO: DIAS DE ATRASO DE LA CUOTA VENCIDA
      *   MAS ANTIGUA Y MONTO VENCIDO TOTAL (CAPITAL, INTERES Y MORA
      *   NO COBRADOS), CLASIFICADO EN TRAMOS 1-30, 31-60, 61-90 Y
      *   MAS DE 90 DIAS.
          PERFORM LoadValueDate
          STRING "MOROSIDAD_"    DELIMITED BY SIZE
                 WS-RUN-DATE     DELIMITED BY SIZE
                 ".DAT"          DELIMITED BY SIZE
             INTO WS-AGING-FILENAME
          OPEN OUTPUT AgingFile
          IF NOT AgingFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR " WS-AGING-FILENAME
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE WS-VALUE-DATE TO AGH-DATE
          WRITE AgingRecord FROM WS-AG-HEADER
          MOVE ZERO TO WS-CUR-LOAN
          MOVE ZERO TO WS-AG-CUOTAS WS-AG-MONTO
          OPEN INPUT ScheduleFile
          IF ScheduleFileOK THEN
             READ ScheduleFile INTO WS-CRONO-LINE
                AT END SET EOFScheduleFile TO TRUE
             END-READ
             PERFORM UNTIL EOFScheduleFile
                IF WS-CRONO-LINE IS NOT EQUAL TO SPACES THEN
                   ADD 1 TO WS-READ-COUNT
                   IF CR-NUMERO IS NOT EQUAL TO WS-CUR-LOAN THEN
                      PERFORM WriteAgingLoan
                      MOVE CR-NUMERO TO WS-CUR-LOAN
                      MOVE CR-DNI    TO WS-AG-DNI
                      MOVE CR-CUENTA TO WS-AG-CUENTA
                   END-IF
                   IF NOT CuotaPagada AND CR-VENCE IS LESS THAN
                         WS-VALUE-DATE THEN
                      IF WS-AG-CUOTAS IS EQUAL TO ZERO THEN
                         MOVE CR-VENCE TO WS-AG-OLDEST
                      END-IF
                      ADD 1 TO WS-AG-CUOTAS
                      COMPUTE WS-AG-MONTO = WS-AG-MONTO
                         + CR-CAPITAL - CR-PAG-CAPITAL
                         + CR-INTERES - CR-PAG-INTERES
                         + CR-MORA - CR-PAG-MORA
                   END-IF
                END-IF
                READ ScheduleFile INTO WS-CRONO-LINE
                   AT END SET EOFScheduleFile TO TRUE
                END-READ
             END-PERFORM
             PERFORM WriteAgingLoan
             CLOSE ScheduleFile
          ELSE
             DISPLAY "LOG: NO HAY CRONOGRAMA.DAT - SIN MOROSIDAD"
          END-IF
          MOVE SPACES TO AgingRecord
          WRITE AgingRecord
          PERFORM VARYING AgingBucketIdx FROM 1 BY 1
             UNTIL AgingBucketIdx > 4
             MOVE AGING-TITLE(AgingBucketIdx) TO AGS-TRAMO
             MOVE AB-COUNT(AgingBucketIdx) TO AGS-COUNT
             MOVE AB-MONTO(AgingBucketIdx) TO AGS-MONTO
             WRITE AgingRecord FROM WS-AG-SUMMARY
             ADD AB-MONTO(AgingBucketIdx) TO WS-TOTAL-AMOUNT
          END-PERFORM
          MOVE "TOTAL " TO AGS-TRAMO
          MOVE WS-LATE-COUNT TO AGS-COUNT
          MOVE WS-TOTAL-AMOUNT TO AGS-MONTO
          WRITE AgingRecord FROM WS-AG-SUMMARY
          CLOSE AgingFile
          MOVE "Practica2PrestMora" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          MOVE WS-READ-COUNT TO CIF-READ
          MOVE WS-LATE-COUNT TO CIF-WRITTEN
          MOVE ZERO TO CIF-REJECTED
          MOVE WS-TOTAL-AMOUNT TO CIF-AMOUNT
          PERFORM AppendControlFigures
          MOVE WS-TOTAL-AMOUNT TO D-MONTO
          DISPLAY "============================"
          DISPLAY "PRESTAMOS EN MORA   : " WS-LATE-COUNT
          DISPLAY "MONTO VENCIDO       : " D-MONTO
          DISPLAY "REPORTE             : " WS-AGING-FILENAME
          DISPLAY "============================".
       WriteAgingLoan.
          IF WS-CUR-LOAN IS NOT EQUAL TO ZERO
                AND WS-AG-CUOTAS IS GREATER THAN ZERO THEN
             MOVE WS-AG-OLDEST TO WS-NEXT-DATE
             MOVE WS-VALUE-DATE TO WS-TO-DATE
             PERFORM CountDays
             EVALUATE TRUE
                WHEN WS-DAY-COUNT IS LESS THAN 31
                   MOVE 1 TO WS-AG-TRAMO
                WHEN WS-DAY-COUNT IS LESS THAN 61
                   MOVE 2 TO WS-AG-TRAMO
                WHEN WS-DAY-COUNT IS LESS THAN 91
                   MOVE 3 TO WS-AG-TRAMO
                WHEN OTHER
                   MOVE 4 TO WS-AG-TRAMO
             END-EVALUATE
             ADD 1 TO AB-COUNT(WS-AG-TRAMO)
             ADD WS-AG-MONTO TO AB-MONTO(WS-AG-TRAMO)
             ADD 1 TO WS-LATE-COUNT
             MOVE WS-CUR-LOAN  TO AGD-NUMERO
             MOVE WS-AG-DNI    TO AGD-DNI
             MOVE WS-AG-CUENTA TO AGD-CUENTA
             MOVE WS-AG-CUOTAS TO AGD-CUOTAS
             MOVE WS-DAY-COUNT TO AGD-DIAS
             MOVE WS-AG-MONTO  TO AGD-MONTO
             MOVE AGING-TITLE(WS-AG-TRAMO) TO AGD-TRAMO
             WRITE AgingRecord FROM WS-AG-DETAIL
          END-IF
          MOVE ZERO TO WS-AG-CUOTAS WS-AG-MONTO WS-AG-OLDEST.
       ListLoans.
          IF AR-NUMERO IS NUMERIC AND AR-NUMERO IS GREATER THAN ZERO
             PERFORM ListSchedule
          ELSE
             OPEN INPUT LoanFile
             IF LoanFileNotFound THEN
                DISPLAY "LOG: NO HAY PRESTAMOS.DAT - REGISTRO VACIO"
             ELSE
                READ LoanFile INTO WS-PRESTAMO-LINE
                   AT END SET EOFLoanFile TO TRUE
                END-READ
                PERFORM UNTIL EOFLoanFile
                   IF WS-PRESTAMO-LINE IS NOT EQUAL TO SPACES THEN
                      MOVE PR-CAPITAL TO D-MONTO
                      MOVE PR-CUOTA-FIJA TO D-INTERES
                      DISPLAY PR-NUMERO SPACE PR-DNI SPACE PR-CUENTA
                         " CAPITAL " D-MONTO SPACE PR-MONEDA
                         " TASA " PR-TASA " CUOTAS " PR-CUOTAS
                         " DE " D-INTERES " ESTADO " PR-ESTADO
                   END-IF
                   READ LoanFile INTO WS-PRESTAMO-LINE
                      AT END SET EOFLoanFile TO TRUE
                   END-READ
                END-PERFORM
                CLOSE LoanFile
             END-IF
          END-IF.
       ListSchedule.
          OPEN INPUT ScheduleFile
          IF ScheduleFileNotFound THEN
             DISPLAY "LOG: NO HAY CRONOGRAMA.DAT"
          ELSE
             DISPLAY "CRONOGRAMA DEL PRESTAMO " AR-NUMERO
             READ ScheduleFile INTO WS-CRONO-LINE
                AT END SET EOFScheduleFile TO TRUE
             END-READ
             PERFORM UNTIL EOFScheduleFile
                IF CR-NUMERO IS EQUAL TO AR-NUMERO THEN
                   MOVE CR-CAPITAL TO D-MONTO
                   MOVE CR-INTERES TO D-INTERES
                   MOVE CR-MORA TO D-MORA
                   COMPUTE WS-REMAINING = CR-PAG-CAPITAL
                      + CR-PAG-INTERES + CR-PAG-MORA
                   MOVE WS-REMAINING TO D-PAGADO
                   DISPLAY "  CUOTA " CR-CUOTA " VENCE " CR-VENCE
                      " CAPITAL " D-MONTO " INTERES " D-INTERES
                      " MORA " D-MORA " PAGADO " D-PAGADO
                      " ESTADO " CR-ESTADO
                END-IF
                READ ScheduleFile INTO WS-CRONO-LINE
                   AT END SET EOFScheduleFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE ScheduleFile
          END-IF.
       CountDays.
          MOVE ZERO TO WS-DAY-COUNT
          PERFORM UNTIL WS-NEXT-DATE IS NOT LESS THAN WS-TO-DATE
                OR WS-DAY-COUNT IS GREATER THAN 40000
             PERFORM AddOneDay
             ADD 1 TO WS-DAY-COUNT
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
       BuildMovementDate.
          MOVE SPACES TO L-FECMOV
          STRING WS-RUN-DATE(1:4) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-RUN-DATE(5:2) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-RUN-DATE(7:2) DELIMITED BY SIZE
             INTO L-FECMOV.
       ReplaceSchedule.
      *   EL CRONOGRAMA ACTUALIZADO VUELVE A SU NOMBRE DE SIEMPRE,
      *   COMO EN Practica2Embargos.
          OPEN INPUT CopyScheduleFile
          OPEN OUTPUT ScheduleFile
          READ CopyScheduleFile
             AT END SET EOFCopySchedule TO TRUE
          END-READ
          PERFORM UNTIL EOFCopySchedule
             WRITE ScheduleBuffer FROM CopyScheduleBuffer
             READ CopyScheduleFile
                AT END SET EOFCopySchedule TO TRUE
             END-READ
          END-PERFORM
          CLOSE CopyScheduleFile
          CLOSE ScheduleFile.
       ReplaceLoanRegister.
          OPEN INPUT CopyLoanFile
          OPEN OUTPUT LoanFile
          READ CopyLoanFile
             AT END SET EOFCopyLoan TO TRUE
          END-READ
          PERFORM UNTIL EOFCopyLoan
             WRITE LoanBuffer FROM CopyLoanBuffer
             READ CopyLoanFile
                AT END SET EOFCopyLoan TO TRUE
             END-READ
          END-PERFORM
          CLOSE CopyLoanFile
          CLOSE LoanFile.
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
          MOVE "Practica2Prestamos" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          MOVE WS-READ-COUNT TO CIF-READ
          COMPUTE CIF-WRITTEN = WS-PAID-COUNT + WS-PARTIAL-COUNT
          MOVE WS-FAIL-COUNT TO CIF-REJECTED
          MOVE WS-TOTAL-AMOUNT TO CIF-AMOUNT
          PERFORM AppendControlFigures.
       AppendControlFigures.
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
          MOVE "Practica2Prestamos"  TO EXLOG-PROGRAM
          MOVE "SQLCODE"             TO EXLOG-CODETYPE
          MOVE SQLCODE               TO WS-EXLOG-CODE-DISPLAY
          MOVE WS-EXLOG-CODE-DISPLAY TO EXLOG-CODEVALUE
          STRING L-DOC DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 L-CUENTA DELIMITED BY SIZE
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

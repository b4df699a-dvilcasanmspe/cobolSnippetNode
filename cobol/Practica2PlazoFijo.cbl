       IDENTIFICATION DIVISION.
       PROGRAM-ID. Practica2PlazoFijo.
      * DEPOSITOS A PLAZO FIJO (PLAZOFIJO.DAT): EL CAPITAL SE FONDEA
      * CON UN CARGO A UNA CUENTA DEL CLIENTE CON LAS MISMAS REGLAS
      * DEL POSTEO (CUENTA ACTIVA, SOBREGIRO, EMBARGO PENDIENTE E
      * INTANGIBLE CTS, REFERENCIA UNICA EN MOVCUENTA) Y AL VENCER SE
      * DEVUELVE A ESA MISMA CUENTA CON SUS INTERESES.
      * MODOS:
      *   (SIN MODO)  APERTURA: DNI CUENTA CAPITAL PLAZO-DIAS TASA
      *               RENUEVA(S/N) - LA TASA ES ANUAL (000650=6.50%)
      *   C           CANCELACION ANTICIPADA: NUMERO - PAGA CAPITAL
      *               MAS INTERES A LA TASA DE PENALIDAD DE
      *               PARAMPLAZO.DAT POR LOS DIAS TRANSCURRIDOS
      *   V           VENCIMIENTOS DE LA CADENA NOCTURNA: PAGA O
      *               RENUEVA LOS DEPOSITOS QUE VENCEN A LA FECHA
      *               VALOR DE FECHAVALOR.DAT
      *   L           LISTADO DEL REGISTRO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT TermFile ASSIGN TO "PLAZOFIJO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PLAZO-STATUS.
          SELECT NewTermFile ASSIGN TO "PLAZOFIJONEW.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-NEWPLAZO-STATUS.
          SELECT CopyTermFile ASSIGN TO "PLAZOFIJONEW.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COPYPLAZO-STATUS.
          SELECT PenaltyRateFile ASSIGN TO "PARAMPLAZO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PENAL-STATUS.
          SELECT ValueDateFile ASSIGN TO "FECHAVALOR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VALOR-STATUS.
          SELECT GarnishFile ASSIGN TO "EMBARGOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EMBARGO-STATUS.
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
       FD TermFile.
       01 TermBuffer             PIC X(100)  VALUES SPACES.
          88 EOFTermFile         VALUES      HIGH-VALUES.
       FD NewTermFile.
       01 NewTermRecord          PIC X(100)  VALUES SPACES.
       FD CopyTermFile.
       01 CopyTermBuffer         PIC X(100)  VALUES SPACES.
          88 EOFCopyTerm         VALUES      HIGH-VALUES.
       FD PenaltyRateFile.
       01 PenaltyRateBuffer      PIC X(6)    VALUES SPACES.
       FD ValueDateFile.
       01 ValueDateBuffer        PIC X(8)    VALUES SPACES.
       FD GarnishFile.
       01 GarnishBuffer          PIC X(60)   VALUES SPACES.
          88 EOFGarnishFile      VALUES      HIGH-VALUES.
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
       COPY "TermDepositFields".
       01 WS-RUN-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-NEWPLAZO-STATUS     PIC X(2)    VALUE SPACE.
          88 NewTermFileOK       VALUE "00".
       01 WS-COPYPLAZO-STATUS    PIC X(2)    VALUE SPACE.
          88 CopyTermFileOK      VALUE "00".
       01 WS-PENAL-STATUS        PIC X(2)    VALUE SPACE.
          88 PenaltyRateFileOK   VALUE "00".
      * TASA ANUAL DE PENALIDAD PARA LA CANCELACION ANTICIPADA; SIN
      * PARAMPLAZO.DAT LA CANCELACION DEVUELVE SOLO EL CAPITAL.
       01 WS-PENAL-LINE.
          05 TASA-PENALIDAD      PIC 9(2)V9(4) VALUE ZERO.
       01 WS-VALOR-STATUS        PIC X(2)    VALUE SPACE.
          88 ValueDateFileOK     VALUE "00".
       01 WS-VALOR-LINE.
          05 FVL-DATE            PIC X(8)    VALUE SPACES.
       01 WS-VALUE-DATE          PIC 9(8)    VALUE ZERO.
       01 WS-CMDLINE             PIC X(80)   VALUE SPACES.
       01 WS-CMDLINE-FIELDS REDEFINES WS-CMDLINE.
          05 WS-MODE             PIC X(1).
             88 CancelMode       VALUE "C".
             88 MaturityMode     VALUE "V".
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
          05 AR-PLAZO            PIC 9(4)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 AR-TASA             PIC 9(2)V9(4) VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 AR-RENUEVA          PIC X(1)    VALUE SPACE.
       01 WS-CANCEL-LINE.
          05 AR-NUMERO           PIC 9(8)    VALUE ZERO.
      * MONTO EMBARGADO PENDIENTE DE LA CUENTA QUE FONDEA: COMO EN
      * EL POSTEO, QUEDA FUERA DEL DISPONIBLE.
       01 WS-GARN-PENDIENTE      PIC 9(10)   VALUE ZERO.
       01 WS-NEW-SALDO           PIC S9(11)  VALUE ZERO.
       01 WS-NEXT-NUMERO         PIC 9(8)    VALUE ZERO.
       01 WS-POST-OK-SW          PIC X(1)    VALUE "N".
          88 WS-POST-OK          VALUE "Y".
       01 WS-FOUND-SW            PIC X(1)    VALUE "N".
          88 WS-DEPOSIT-FOUND    VALUE "Y".
       01 WS-FAIL-REASON         PIC X(25)   VALUE SPACES.
      * EL INTERES SE REDONDEA A UNIDADES ENTERAS, COMO EN EL
      * DEVENGO MENSUAL: SALDOACT ES UN ENTERO.
       01 WS-INTEREST            PIC 9(9)    VALUE ZERO.
       01 WS-PAYOUT              PIC 9(10)   VALUE ZERO.
       01 WS-DAY-COUNT           PIC 9(5)    VALUE ZERO.
       01 WS-DAY-IDX             PIC 9(5)    VALUE ZERO.
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
       01 WS-READ-COUNT          PIC 9(5)    VALUE ZERO.
       01 WS-DUE-COUNT           PIC 9(5)    VALUE ZERO.
       01 WS-PAID-COUNT          PIC 9(5)    VALUE ZERO.
       01 WS-ROLLED-COUNT        PIC 9(5)    VALUE ZERO.
       01 WS-FAIL-COUNT          PIC 9(5)    VALUE ZERO.
       01 WS-TOTAL-AMOUNT        PIC 9(11)   VALUE ZERO.
       01 D-MONTO                PIC Z(8)9.
       01 D-INTERES              PIC Z(8)9.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME           PIC X(30)      VALUE SPACE.
       01 USERNAME         PIC X(64)      VALUE SPACE.
       01 PASSWD           PIC X(10)      VALUE SPACE.
       01 T-DOC            PIC X(8)       VALUE SPACE.
       01 T-CUENTA         PIC X(10)      VALUE SPACE.
       01 T-MONTO          PIC 9(9)       VALUE ZERO.
       01 T-INTERES        PIC 9(9)       VALUE ZERO.
       01 T-CREDITO        PIC 9(10)      VALUE ZERO.
       01 T-FECMOV         PIC X(10)      VALUE SPACE.
       01 T-REF            PIC X(19)      VALUE SPACE.
       01 T-REF-COUNT      PIC S9(9) COMP VALUE ZERO.
       01 T-SALDO          PIC S9(10)     VALUE ZERO.
       01 T-SOBREGIRO      PIC 9(9)       VALUE ZERO.
       01 T-INTANGCTS      PIC 9(10)      VALUE ZERO.
       01 T-MONEDA         PIC X(3)       VALUE SPACE.
       01 T-SUCURSAL       PIC X(4)       VALUE SPACE.
       01 T-ESTADO         PIC X(1)       VALUE SPACE.
          88 AccountActive VALUE "A".
          88 AccountHeld   VALUES "S", "J", "R".
          88 AccountClosed VALUE "C".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "*** DEPOSITOS A PLAZO FIJO ***"
          PERFORM LoadProcessDate
          ACCEPT WS-CMDLINE FROM COMMAND-LINE
          EVALUATE TRUE
             WHEN ListMode
                PERFORM ListDeposits
             WHEN MaturityMode
                PERFORM ProcessMaturities
             WHEN CancelMode
                MOVE WS-CMDDATA TO WS-CANCEL-LINE
                PERFORM CancelDeposit
             WHEN OTHER
                MOVE WS-CMDLINE TO WS-ARG-LINE
                PERFORM OpenDeposit
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
       LoadPenaltyRate.
          OPEN INPUT PenaltyRateFile
          IF PenaltyRateFileOK THEN
             READ PenaltyRateFile INTO WS-PENAL-LINE
                AT END CONTINUE
             END-READ
             CLOSE PenaltyRateFile
          END-IF
          IF TASA-PENALIDAD IS NOT NUMERIC THEN
             MOVE ZERO TO TASA-PENALIDAD
          END-IF
          DISPLAY "LOG: TASA ANUAL DE PENALIDAD: " TASA-PENALIDAD.
       OpenDeposit.
          IF AR-DNI IS EQUAL TO SPACES
                OR AR-CAPITAL IS NOT NUMERIC
                OR AR-CAPITAL IS EQUAL TO ZERO
                OR AR-PLAZO IS NOT NUMERIC
                OR AR-PLAZO IS EQUAL TO ZERO
                OR AR-TASA IS NOT NUMERIC THEN
             DISPLAY "USO: Practica2PlazoFijo <DNI> <CUENTA> "
                "<CAPITAL> <PLAZO-DIAS> <TASA-ANUAL> <RENUEVA S/N>"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          IF AR-RENUEVA IS NOT EQUAL TO "S" THEN
             MOVE "N" TO AR-RENUEVA
          END-IF
          PERFORM FindNextNumber
          PERFORM LoadDbProfile
          MOVE SPACE TO PASSWD
          PERFORM ConnectionSQL
          PERFORM BuildMovementDate
          PERFORM FundDeposit
          IF WS-POST-OK THEN
             MOVE SPACES TO WS-PLAZO-LINE
             MOVE WS-NEXT-NUMERO TO PF-NUMERO
             MOVE AR-DNI         TO PF-DNI
             MOVE AR-CUENTA      TO PF-CUENTA
             MOVE AR-CAPITAL     TO PF-CAPITAL
             MOVE AR-TASA        TO PF-TASA
             MOVE AR-PLAZO       TO PF-PLAZO
             MOVE WS-RUN-DATE    TO PF-APERTURA
             MOVE AR-RENUEVA     TO PF-RENUEVA
             MOVE T-MONEDA       TO PF-MONEDA
             MOVE ZERO           TO PF-CIERRE
             SET PlazoVigente TO TRUE
             PERFORM ComputeMaturityDate
             OPEN EXTEND TermFile
             IF NOT TermFileOK THEN
                CLOSE TermFile
                OPEN OUTPUT TermFile
             END-IF
             WRITE TermBuffer FROM WS-PLAZO-LINE
             CLOSE TermFile
             MOVE PF-CAPITAL TO D-MONTO
             DISPLAY "DEPOSITO " PF-NUMERO " ABIERTO: " PF-DNI SPACE
                PF-CUENTA " POR " D-MONTO " " PF-MONEDA
                " VENCE " PF-VENCE
          ELSE
             DISPLAY "ERROR: DEPOSITO NO ABIERTO - " WS-FAIL-REASON
             MOVE 1 TO RETURN-CODE
          END-IF
          DISPLAY "DISCONNECT FROM DATABASE...."
          EXEC SQL DISCONNECT ALL END-EXEC.
       FindNextNumber.
          MOVE ZERO TO WS-NEXT-NUMERO
          OPEN INPUT TermFile
          IF TermFileOK THEN
             READ TermFile INTO WS-PLAZO-LINE
                AT END SET EOFTermFile TO TRUE
             END-READ
             PERFORM UNTIL EOFTermFile
                IF PF-NUMERO IS NUMERIC
                      AND PF-NUMERO IS GREATER THAN WS-NEXT-NUMERO THEN
                   MOVE PF-NUMERO TO WS-NEXT-NUMERO
                END-IF
                READ TermFile INTO WS-PLAZO-LINE
                   AT END SET EOFTermFile TO TRUE
                END-READ
             END-PERFORM
          END-IF
          CLOSE TermFile
          ADD 1 TO WS-NEXT-NUMERO.
       FundDeposit.
      *   EL FONDEO ES UN CARGO COMO CUALQUIER OTRO DEL POSTEO: SOLO
      *   CUENTAS ACTIVAS, Y EL SALDO RESULTANTE MAS LA LINEA DE
      *   SOBREGIRO MENOS LO EMBARGADO PENDIENTE NO PUEDE QUEDAR EN
      *   NEGATIVO. EL MONTO INTANGIBLE DE UNA CUENTA CTS NO PUEDE
      *   PASAR A UN PLAZO FIJO.
          MOVE "N" TO WS-POST-OK-SW
          MOVE SPACES TO WS-FAIL-REASON
          MOVE AR-DNI     TO T-DOC
          MOVE AR-CUENTA  TO T-CUENTA
          MOVE AR-CAPITAL TO T-MONTO
          MOVE SPACES TO T-REF
          MOVE "PFA" TO T-REF(1:3)
          MOVE WS-NEXT-NUMERO TO T-REF(4:8)
          MOVE WS-RUN-DATE TO T-REF(12:8)
          PERFORM ReadLinkedAccount
          EVALUATE TRUE
             WHEN WS-FAIL-REASON IS NOT EQUAL TO SPACES
                CONTINUE
             WHEN AccountHeld
                MOVE "CUENTA RETENIDA" TO WS-FAIL-REASON
             WHEN NOT AccountActive
                MOVE "CUENTA NO ACTIVA" TO WS-FAIL-REASON
             WHEN OTHER
                PERFORM ComputeGarnished
                COMPUTE WS-NEW-SALDO = T-SALDO - T-MONTO
                EVALUATE TRUE
                   WHEN WS-NEW-SALDO + T-SOBREGIRO - WS-GARN-PENDIENTE
                         IS LESS THAN ZERO
                      MOVE "SALDO INSUFICIENTE" TO WS-FAIL-REASON
                   WHEN T-INTANGCTS IS GREATER THAN ZERO
                         AND WS-NEW-SALDO IS LESS THAN T-INTANGCTS
                      MOVE "INTANGIBLE CTS" TO WS-FAIL-REASON
                   WHEN OTHER
                      PERFORM PostFundingDebit
                END-EVALUATE
          END-EVALUATE.
       PostFundingDebit.
          MOVE ZERO TO T-REF-COUNT
          EXEC SQL
             SELECT COUNT(*) INTO :T-REF-COUNT
             FROM movcuenta
             WHERE refmov = :T-REF
          END-EXEC
          IF T-REF-COUNT IS GREATER THAN ZERO THEN
             MOVE "FONDEO YA POSTEADO" TO WS-FAIL-REASON
          ELSE
             EXEC SQL
                INSERT INTO movcuenta
                   (docclien, codcuent, fecmov, montomov, tipomov,
                    sucursal, refmov)
                VALUES
                   (:T-DOC, :T-CUENTA, :T-FECMOV, :T-MONTO,
                    'PFAPERTURA', :T-SUCURSAL, :T-REF)
             END-EXEC
             IF SQLCODE IS EQUAL TO ZERO THEN
                EXEC SQL
                   UPDATE cuenta
                   SET saldoact = saldoact - :T-MONTO,
                       fecmod = CURRENT TIMESTAMP
                   WHERE docclien=:T-DOC AND codcuent=:T-CUENTA
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
       ReadLinkedAccount.
      *   LA CUENTA DE UN CLIENTE PENDIENTE DE REVISION POR LISTAS DE
      *   CONTROL SE LEE COMO RETENIDA (ESTADO 'R'); UNA CUENTA
      *   CERRADA SIGUE LEYENDOSE CERRADA PARA EL PAGO AL VENCIMIENTO.
          MOVE SPACE TO T-ESTADO
          EXEC SQL
             SELECT saldoact,
                CASE WHEN estcuent <> 'C' AND EXISTS
                   (SELECT 1 FROM clientes
                    WHERE dniclien = :T-DOC AND estclien = 'R')
                   THEN 'R' ELSE estcuent END,
                COALESCE(moncuent, 'PEN'),
                COALESCE(sucursal, '0001'), COALESCE(sobregiro, 0),
                COALESCE(intangcts, 0)
             INTO :T-SALDO, :T-ESTADO, :T-MONEDA, :T-SUCURSAL,
                :T-SOBREGIRO, :T-INTANGCTS
             FROM cuenta
             WHERE docclien=:T-DOC AND codcuent=:T-CUENTA
          END-EXEC
          IF SQLCODE IS NOT EQUAL TO ZERO THEN
             MOVE "CUENTA NO ENCONTRADA" TO WS-FAIL-REASON
             PERFORM HandlingErrors
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
                IF EM-DNI IS EQUAL TO T-DOC
                      AND EM-CUENTA IS EQUAL TO T-CUENTA
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
       ProcessMaturities.
          PERFORM LoadValueDate
          OPEN INPUT TermFile
          IF TermFileNotFound THEN
             DISPLAY "LOG: NO HAY PLAZOFIJO.DAT - NADA QUE VENCER"
             STOP RUN
          END-IF
          PERFORM LoadDbProfile
          MOVE SPACE TO PASSWD
          PERFORM ConnectionSQL
          PERFORM BuildMovementDate
          OPEN OUTPUT NewTermFile
          READ TermFile INTO WS-PLAZO-LINE
             AT END SET EOFTermFile TO TRUE
          END-READ
          PERFORM UNTIL EOFTermFile
             IF WS-PLAZO-LINE IS NOT EQUAL TO SPACES THEN
                ADD 1 TO WS-READ-COUNT
                IF PlazoVigente AND PF-VENCE IS NOT GREATER THAN
                      WS-VALUE-DATE THEN
                   ADD 1 TO WS-DUE-COUNT
                   PERFORM MatureOneDeposit
                END-IF
                WRITE NewTermRecord FROM WS-PLAZO-LINE
             END-IF
             READ TermFile INTO WS-PLAZO-LINE
                AT END SET EOFTermFile TO TRUE
             END-READ
          END-PERFORM
          CLOSE TermFile
          CLOSE NewTermFile
          PERFORM ReplaceRegister
          PERFORM WriteControlFigures
          DISPLAY "============================"
          DISPLAY "DEPOSITOS LEIDOS    : " WS-READ-COUNT
          DISPLAY "DEPOSITOS VENCIDOS  : " WS-DUE-COUNT
          DISPLAY "PAGADOS A LA CUENTA : " WS-PAID-COUNT
          DISPLAY "RENOVADOS           : " WS-ROLLED-COUNT
          DISPLAY "NO PAGADOS          : " WS-FAIL-COUNT
          DISPLAY "============================"
          DISPLAY "DISCONNECT FROM DATABASE...."
          EXEC SQL DISCONNECT ALL END-EXEC.
       MatureOneDeposit.
      *   EL INTERES CORRE DE LA APERTURA AL VENCIMIENTO PACTADO
      *   (YA LLEVADO A DIA HABIL), SOBRE 360 DIAS. SI EL CLIENTE
      *   PIDIO RENOVACION SOLO SE ABONA EL INTERES Y EL CAPITAL
      *   QUEDA EN UN NUEVO PERIODO DEL MISMO PLAZO Y TASA.
          MOVE PF-APERTURA TO WS-NEXT-DATE
          MOVE PF-VENCE TO WS-TO-DATE
          PERFORM CountDays
          COMPUTE WS-INTEREST ROUNDED =
             PF-CAPITAL * PF-TASA * WS-DAY-COUNT / 360
          MOVE SPACES TO T-REF
          MOVE "PFV" TO T-REF(1:3)
          MOVE PF-NUMERO TO T-REF(4:8)
          MOVE PF-VENCE TO T-REF(12:8)
          IF PlazoRenovable THEN
             MOVE ZERO TO T-MONTO
          ELSE
             MOVE PF-CAPITAL TO T-MONTO
          END-IF
          MOVE WS-INTEREST TO T-INTERES
          PERFORM PayDeposit
          IF WS-POST-OK THEN
             COMPUTE WS-TOTAL-AMOUNT =
                WS-TOTAL-AMOUNT + T-MONTO + T-INTERES
             IF PlazoRenovable THEN
                ADD 1 TO WS-ROLLED-COUNT
                MOVE PF-VENCE TO PF-APERTURA
                PERFORM ComputeMaturityDate
                DISPLAY "LOG: DEPOSITO " PF-NUMERO " RENOVADO HASTA "
                   PF-VENCE
             ELSE
                ADD 1 TO WS-PAID-COUNT
                SET PlazoVencido TO TRUE
                MOVE WS-RUN-DATE TO PF-CIERRE
             END-IF
          ELSE
      *      EL DEPOSITO SIGUE VIGENTE Y SE REINTENTA LA NOCHE
      *      SIGUIENTE; QUEDA EN EXCEPTION.LOG PARA SEGUIMIENTO.
             ADD 1 TO WS-FAIL-COUNT
             DISPLAY "ERROR: DEPOSITO " PF-NUMERO " NO PAGADO - "
                WS-FAIL-REASON
             MOVE "Practica2PlazoFijo" TO EXLOG-PROGRAM
             MOVE "PFVENCE"            TO EXLOG-CODETYPE
             MOVE SPACES               TO EXLOG-CODEVALUE
             STRING PF-DNI DELIMITED BY SIZE
                    SPACE DELIMITED BY SIZE
                    PF-CUENTA DELIMITED BY SIZE
                INTO EXLOG-KEYVALUE
             PERFORM LogException
          END-IF.
       PayDeposit.
      *   CAPITAL E INTERES LLEGAN A LA CUENTA VINCULADA EN UNA SOLA
      *   TRANSACCION Y CON LA MISMA REFERENCIA; UNA REFERENCIA YA
      *   POSTEADA (RELANZAMIENTO) SE DA POR PAGADA SIN REPETIRLA.
          MOVE "N" TO WS-POST-OK-SW
          MOVE SPACES TO WS-FAIL-REASON
          MOVE PF-DNI    TO T-DOC
          MOVE PF-CUENTA TO T-CUENTA
          MOVE ZERO TO T-REF-COUNT
          EXEC SQL
             SELECT COUNT(*) INTO :T-REF-COUNT
             FROM movcuenta
             WHERE refmov = :T-REF
          END-EXEC
          IF T-REF-COUNT IS GREATER THAN ZERO THEN
             DISPLAY "LOG: PAGO " T-REF " YA POSTEADO - SE OMITE"
             SET WS-POST-OK TO TRUE
          ELSE
             PERFORM ReadLinkedAccount
             IF WS-FAIL-REASON IS EQUAL TO SPACES
                   AND AccountClosed THEN
                MOVE "CUENTA CERRADA" TO WS-FAIL-REASON
             END-IF
             IF WS-FAIL-REASON IS EQUAL TO SPACES THEN
                PERFORM PostPayoutCredit
             END-IF
          END-IF.
       PostPayoutCredit.
          MOVE ZERO TO SQLCODE
          IF T-MONTO IS GREATER THAN ZERO THEN
             EXEC SQL
                INSERT INTO movcuenta
                   (docclien, codcuent, fecmov, montomov, tipomov,
                    sucursal, refmov)
                VALUES
                   (:T-DOC, :T-CUENTA, :T-FECMOV, :T-MONTO,
                    'PFCAPITAL', :T-SUCURSAL, :T-REF)
             END-EXEC
          END-IF
          IF SQLCODE IS EQUAL TO ZERO
                AND T-INTERES IS GREATER THAN ZERO THEN
             EXEC SQL
                INSERT INTO movcuenta
                   (docclien, codcuent, fecmov, montomov, tipomov,
                    sucursal, refmov)
                VALUES
                   (:T-DOC, :T-CUENTA, :T-FECMOV, :T-INTERES,
                    'PFINTERES', :T-SUCURSAL, :T-REF)
             END-EXEC
          END-IF
          COMPUTE T-CREDITO = T-MONTO + T-INTERES
          IF SQLCODE IS EQUAL TO ZERO
                AND T-CREDITO IS GREATER THAN ZERO THEN
             EXEC SQL
                UPDATE cuenta
                SET saldoact = saldoact + :T-CREDITO,
                    fecmod = CURRENT TIMESTAMP
                WHERE docclien=:T-DOC AND codcuent=:T-CUENTA
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
       CancelDeposit.
          IF AR-NUMERO IS NOT NUMERIC
                OR AR-NUMERO IS EQUAL TO ZERO THEN
             DISPLAY "USO: Practica2PlazoFijo C <NUMERO-DEPOSITO>"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          OPEN INPUT TermFile
          IF NOT TermFileOK THEN
             DISPLAY "ERROR: NO SE PUDO LEER PLAZOFIJO.DAT"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          PERFORM LoadPenaltyRate
          PERFORM LoadDbProfile
          MOVE SPACE TO PASSWD
          PERFORM ConnectionSQL
          PERFORM BuildMovementDate
          MOVE "N" TO WS-FOUND-SW
          MOVE "N" TO WS-POST-OK-SW
          OPEN OUTPUT NewTermFile
          READ TermFile INTO WS-PLAZO-LINE
             AT END SET EOFTermFile TO TRUE
          END-READ
          PERFORM UNTIL EOFTermFile
             IF PF-NUMERO IS EQUAL TO AR-NUMERO
                   AND PlazoVigente
                   AND NOT WS-DEPOSIT-FOUND THEN
                SET WS-DEPOSIT-FOUND TO TRUE
                PERFORM CancelOneDeposit
             END-IF
             WRITE NewTermRecord FROM WS-PLAZO-LINE
             READ TermFile INTO WS-PLAZO-LINE
                AT END SET EOFTermFile TO TRUE
             END-READ
          END-PERFORM
          CLOSE TermFile
          CLOSE NewTermFile
          PERFORM ReplaceRegister
          IF NOT WS-DEPOSIT-FOUND THEN
             DISPLAY "ERROR: EL DEPOSITO " AR-NUMERO " NO ESTA "
                "VIGENTE EN EL REGISTRO"
             MOVE 1 TO RETURN-CODE
          ELSE
             IF NOT WS-POST-OK THEN
                DISPLAY "ERROR: CANCELACION NO APLICADA - "
                   WS-FAIL-REASON
                MOVE 1 TO RETURN-CODE
             END-IF
          END-IF
          DISPLAY "DISCONNECT FROM DATABASE...."
          EXEC SQL DISCONNECT ALL END-EXEC.
       CancelOneDeposit.
      *   LA CANCELACION ANTICIPADA DEVUELVE EL CAPITAL Y PAGA LOS
      *   DIAS TRANSCURRIDOS A LA TASA DE PENALIDAD, NO A LA PACTADA.
          MOVE PF-APERTURA TO WS-NEXT-DATE
          MOVE WS-RUN-DATE TO WS-TO-DATE
          PERFORM CountDays
          COMPUTE WS-INTEREST ROUNDED =
             PF-CAPITAL * TASA-PENALIDAD * WS-DAY-COUNT / 360
          MOVE SPACES TO T-REF
          MOVE "PFC" TO T-REF(1:3)
          MOVE PF-NUMERO TO T-REF(4:8)
          MOVE WS-RUN-DATE TO T-REF(12:8)
          MOVE PF-CAPITAL TO T-MONTO
          MOVE WS-INTEREST TO T-INTERES
          PERFORM PayDeposit
          IF WS-POST-OK THEN
             SET PlazoCancelado TO TRUE
             MOVE WS-RUN-DATE TO PF-CIERRE
             MOVE T-MONTO TO D-MONTO
             MOVE T-INTERES TO D-INTERES
             DISPLAY "DEPOSITO " PF-NUMERO " CANCELADO: CAPITAL "
                D-MONTO " INTERES " D-INTERES " (" WS-DAY-COUNT
                " DIAS)"
          END-IF.
       ListDeposits.
          OPEN INPUT TermFile
          IF TermFileNotFound THEN
             DISPLAY "LOG: NO HAY PLAZOFIJO.DAT - REGISTRO VACIO"
          ELSE
             READ TermFile INTO WS-PLAZO-LINE
                AT END SET EOFTermFile TO TRUE
             END-READ
             PERFORM UNTIL EOFTermFile
                IF WS-PLAZO-LINE IS NOT EQUAL TO SPACES THEN
                   MOVE PF-CAPITAL TO D-MONTO
                   DISPLAY PF-NUMERO SPACE PF-DNI SPACE PF-CUENTA
                      " CAPITAL " D-MONTO SPACE PF-MONEDA
                      " TASA " PF-TASA " VENCE " PF-VENCE
                      " RENUEVA " PF-RENUEVA " ESTADO " PF-ESTADO
                END-IF
                READ TermFile INTO WS-PLAZO-LINE
                   AT END SET EOFTermFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE TermFile
          END-IF.
       ComputeMaturityDate.
      *   EL VENCIMIENTO ES LA APERTURA MAS EL PLAZO EN DIAS; SI CAE
      *   EN DIA NO HABIL SE CORRE AL SIGUIENTE HABIL, COMO LA FECHA
      *   VALOR DEL POSTEO.
          MOVE PF-APERTURA TO WS-NEXT-DATE
          PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
             UNTIL WS-DAY-IDX > PF-PLAZO
             PERFORM AddOneDay
          END-PERFORM
          CALL "EsDiaHabil" USING WS-NEXT-DATE WS-NEXT-HABIL
          MOVE ZERO TO WS-SAFETY
          PERFORM UNTIL WS-NEXT-HABIL IS EQUAL TO "S"
                OR WS-SAFETY IS GREATER THAN 60
             ADD 1 TO WS-SAFETY
             PERFORM AddOneDay
             CALL "EsDiaHabil" USING WS-NEXT-DATE WS-NEXT-HABIL
          END-PERFORM
          MOVE WS-NEXT-DATE TO PF-VENCE.
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
          MOVE SPACES TO T-FECMOV
          STRING WS-RUN-DATE(1:4) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-RUN-DATE(5:2) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-RUN-DATE(7:2) DELIMITED BY SIZE
             INTO T-FECMOV.
       ReplaceRegister.
      *   EL REGISTRO ACTUALIZADO VUELVE A SU NOMBRE DE SIEMPRE, COMO
      *   EN Practica2Embargos.
          OPEN INPUT CopyTermFile
          OPEN OUTPUT TermFile
          READ CopyTermFile
             AT END SET EOFCopyTerm TO TRUE
          END-READ
          PERFORM UNTIL EOFCopyTerm
             WRITE TermBuffer FROM CopyTermBuffer
             READ CopyTermFile
                AT END SET EOFCopyTerm TO TRUE
             END-READ
          END-PERFORM
          CLOSE CopyTermFile
          CLOSE TermFile.
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
          MOVE "Practica2PlazoFijo" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          MOVE WS-READ-COUNT TO CIF-READ
          COMPUTE CIF-WRITTEN = WS-PAID-COUNT + WS-ROLLED-COUNT
          MOVE WS-FAIL-COUNT TO CIF-REJECTED
          MOVE WS-TOTAL-AMOUNT TO CIF-AMOUNT
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
          MOVE "Practica2PlazoFijo"  TO EXLOG-PROGRAM
          MOVE "SQLCODE"             TO EXLOG-CODETYPE
          MOVE SQLCODE               TO WS-EXLOG-CODE-DISPLAY
          MOVE WS-EXLOG-CODE-DISPLAY TO EXLOG-CODEVALUE
          STRING T-DOC DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 T-CUENTA DELIMITED BY SIZE
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Practica2Canje.
      * DEPOSITOS DE CHEQUES EN CANJE. EL DEPOSITO ABONA LA CUENTA
      * (SALDO CONTABLE) PERO EL MONTO QUEDA FUERA DEL DISPONIBLE CON
      * UNA RETENCION EN RETENCION.DAT (TERMINAL CHEQ) HASTA LA FECHA
      * DE CANJE: N DIAS HABILES (EsDiaHabil) DESPUES DEL DEPOSITO,
      * CON N EN PARAMCANJE.DAT. EL REGISTRO ES CHEQUES.DAT.
      * MODOS:
      *   D  DEPOSITO: DNI CUENTA BANCO(4) NUMERO(10) MONTO(9)
      *      (MOVIMIENTO DEPCHEQUE)
      *   N  PROCESO NOCTURNO: PRIMERO LOS CHEQUES DEVUELTOS POR LA
      *      CAMARA (CHEQUESDEV.DAT) - SE EXTORNA EL ABONO (DEVCHEQUE),
      *      SE COBRA LA COMISION *DEVCHEQUE DEL TARIFARIO.DAT
      *      (COMISION) Y EL CLIENTE QUEDA EN DEVCHEQUES_<FECHA>.DAT
      *      PARA Practica2Avisos -; LUEGO SE LIBERAN LOS CHEQUES CUYA
      *      FECHA DE CANJE LLEGO. REPORTE EN CANJE_<FECHA>.DAT.
      *   EL ABONO Y SU EXTORNO SE ASIENTAN CON LA REFERENCIA CHQ +
      *   BANCO + NUMERO: UN ABONO O EXTORNO YA ASENTADO EN MOVCUENTA
      *   (CORRIDA CAIDA A MEDIO APLICAR Y RELANZADA) NO SE REPITE.
      *   L  LISTADO DEL REGISTRO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ChequeFile ASSIGN TO "CHEQUES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CHEQUE-STATUS.
          SELECT ChequeHistFile ASSIGN TO "CHEQUESHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HIST-STATUS.
          SELECT ReturnFile ASSIGN TO "CHEQUESDEV.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RETURN-STATUS.
          SELECT HoldsFile ASSIGN TO "RETENCION.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RETEN-STATUS.
          SELECT TariffFile ASSIGN TO "TARIFARIO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TARIFF-STATUS.
          SELECT ParamFile ASSIGN TO "PARAMCANJE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARAM-STATUS.
          SELECT ReportFile ASSIGN TO WS-REPORT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.
          SELECT NoticeFile ASSIGN TO WS-NOTICE-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-NOTICE-STATUS.
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
       FD ChequeFile.
       01 ChequeBuffer        PIC X(90)   VALUES SPACES.
          88 EOFChequeFile    VALUES      HIGH-VALUES.
       FD ChequeHistFile.
       01 ChequeHistRecord    PIC X(90)   VALUES SPACES.
       FD ReturnFile.
       01 ReturnBuffer        PIC X(50)   VALUES SPACES.
          88 EOFReturnFile    VALUES      HIGH-VALUES.
       FD HoldsFile.
       01 HoldsBuffer         PIC X(50)   VALUES SPACES.
          88 EOFHoldsFile     VALUES      HIGH-VALUES.
       FD TariffFile.
       01 TariffBuffer        PIC X(40)   VALUES SPACES.
          88 EOFTariffFile    VALUES      HIGH-VALUES.
       FD ParamFile.
       01 ParamBuffer         PIC X(10)   VALUES SPACES.
       FD ReportFile.
       01 ReportRecord        PIC X(100)  VALUES SPACES.
       FD NoticeFile.
       01 NoticeRecord        PIC X(80)   VALUES SPACES.
       FD DbProfileFile.
       01 DbProfileBuffer     PIC X(100)  VALUES SPACES.
          88 EOFDbProfile     VALUES      HIGH-VALUES.
       FD ExceptionLogFile.
       01 ExceptionLogRecord  PIC X(100)  VALUES SPACES.
       FD ControlFiguresFile.
       01 ControlFiguresRecord PIC X(80)  VALUES SPACES.
       FD ProcessDateFile.
       01 ProcessDateBuffer   PIC X(8)    VALUES SPACES.
       WORKING-STORAGE SECTION.
       COPY "DbProfileFields".
       COPY "ExceptionLogFields".
       COPY "ControlFiguresFields".
       COPY "ProcessDateFields".
       COPY "HoldFields".
       COPY "ChequeFields".
       01 WS-RUN-DATE         PIC 9(8)    VALUE ZERO.
       01 WS-HIST-STATUS      PIC X(2)    VALUE SPACE.
          88 ChequeHistFileOK VALUE "00".
       01 WS-RETURN-STATUS    PIC X(2)    VALUE SPACE.
          88 ReturnFileOK     VALUE "00".
       01 WS-TARIFF-STATUS    PIC X(2)    VALUE SPACE.
          88 TariffFileOK     VALUE "00".
       01 WS-PARAM-STATUS     PIC X(2)    VALUE SPACE.
          88 ParamFileOK      VALUE "00".
       01 WS-REPORT-STATUS    PIC X(2)    VALUE SPACE.
          88 ReportFileOK     VALUE "00".
       01 WS-NOTICE-STATUS    PIC X(2)    VALUE SPACE.
          88 NoticeFileOK     VALUE "00".
       01 WS-REPORT-FILENAME  PIC X(30)   VALUE SPACES.
       01 WS-NOTICE-FILENAME  PIC X(30)   VALUE SPACES.
       01 WS-CMDLINE          PIC X(80)   VALUE SPACES.
       01 WS-CMDLINE-FIELDS REDEFINES WS-CMDLINE.
          05 WS-MODE          PIC X(1).
             88 DepositMode   VALUE "D".
             88 NightlyMode   VALUE "N".
             88 ListMode      VALUE "L".
          05 FILLER           PIC X.
          05 WS-CMDDATA       PIC X(78).
       01 WS-ARG-LINE.
          05 AR-DNI           PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 AR-CUENTA        PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 AR-BANCO         PIC X(4)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 AR-NUMERO        PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 AR-MONTO         PIC 9(9)    VALUE ZERO.
          05 AR-MONTO-X REDEFINES AR-MONTO
                              PIC X(9).
      * PARAMCANJE.DAT: DIAS HABILES HASTA EL CANJE Y NOCHES QUE UN
      * CHEQUE LIBERADO SIGUE EN EL REGISTRO ESPERANDO DEVOLUCIONES
      * TARDIAS.
       01 WS-PARAM-LINE.
          05 PAR-DIAS         PIC 9(2)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 PAR-NOCHES       PIC 9(2)    VALUE ZERO.
       01 WS-CANJE-DIAS       PIC 9(2)    VALUE 2.
       01 WS-CANJE-NOCHES     PIC 9(2)    VALUE 5.
      * LINEA DEL ARCHIVO DE DEVUELTOS DE LA CAMARA DE COMPENSACION.
       01 WS-RETURN-LINE.
          05 DV-BANCO         PIC X(4)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 DV-NUMERO        PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 DV-MONTO         PIC 9(9)    VALUE ZERO.
          05 DV-MONTO-X REDEFINES DV-MONTO
                              PIC X(9).
          05 FILLER           PIC X       VALUE SPACE.
          05 DV-MOTIVO        PIC X(20)   VALUE SPACES.
      * LA COMISION POR CHEQUE DEVUELTO ES LA LINEA *DEVCHEQUE DEL
      * TARIFARIO (MISMO FORMATO QUE LEE Practica2Comisiones).
       01 WS-TARIFF-LINE.
          05 TF-TIPOMOV       PIC X(10)   VALUE SPACES.
             88 TariffDevCheque VALUE "*DEVCHEQUE".
          05 FILLER           PIC X       VALUE SPACE.
          05 TF-COMISION      PIC 9(5)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 TF-LIBRES        PIC 9(3)    VALUE ZERO.
       01 WS-FEE-DEVCHEQUE    PIC 9(5)    VALUE ZERO.
      * AVISO DE CHEQUE DEVUELTO PARA Practica2Avisos.
       01 WS-NOTICE-LINE.
          05 NT-DNI           PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 NT-CUENTA        PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 NT-BANCO         PIC X(4)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 NT-NUMERO        PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 NT-MONTO         PIC 9(9)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 NT-COMISION      PIC 9(5)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 NT-MOTIVO        PIC X(20)   VALUE SPACES.
       01 ChequeTable.
          05 ChequeCount      PIC 9(4)    VALUE ZERO.
          05 ChequeEntry OCCURS 5000 TIMES.
             10 CT-LINE       PIC X(88).
       01 ChequeIdx           PIC 9(4)    VALUE ZERO.
       01 HoldTable.
          05 HoldCount        PIC 9(4)    VALUE ZERO.
          05 HoldEntry OCCURS 5000 TIMES.
             10 HT-LINE       PIC X(43).
             10 HT-BORRAR     PIC X(1).
       01 HoldIdx             PIC 9(4)    VALUE ZERO.
       01 WS-HOLDS-OVER-SW    PIC X(1)    VALUE "N".
          88 WS-HOLDS-OVERFLOW VALUE "Y".
       01 WS-FOUND-SW         PIC X(1)    VALUE "N".
          88 WS-CHEQUE-FOUND  VALUE "Y".
       01 WS-POST-OK-SW       PIC X(1)    VALUE "N".
          88 WS-POST-OK       VALUE "Y".
       01 WS-HABIL            PIC X(1)    VALUE SPACE.
       01 WS-NEXT-DATE        PIC 9(8)    VALUE ZERO.
       01 WS-NEXT-DATE-FIELDS REDEFINES WS-NEXT-DATE.
          05 WS-NEXT-YEAR     PIC 9(4).
          05 WS-NEXT-MONTH    PIC 9(2).
          05 WS-NEXT-DAY      PIC 9(2).
       01 WS-NEXT-HABIL       PIC X(1)    VALUE SPACE.
       01 WS-DAYS-IN-MONTH    PIC 9(2)    VALUE ZERO.
       01 WS-LEAP-REM-4       PIC 9(4)    VALUE ZERO.
       01 WS-LEAP-REM-100     PIC 9(4)    VALUE ZERO.
       01 WS-LEAP-REM-400     PIC 9(4)    VALUE ZERO.
       01 WS-LEAP-QUOT        PIC 9(4)    VALUE ZERO.
       01 WS-SAFETY           PIC 9(3)    VALUE ZERO.
       01 WS-DAY-COUNT        PIC 9(2)    VALUE ZERO.
       01 WS-READ-COUNT       PIC 9(5)    VALUE ZERO.
       01 WS-RETURNED-COUNT   PIC 9(5)    VALUE ZERO.
       01 WS-RELEASED-COUNT   PIC 9(5)    VALUE ZERO.
       01 WS-REJECTED-COUNT   PIC 9(5)    VALUE ZERO.
       01 WS-PENDING-COUNT    PIC 9(5)    VALUE ZERO.
       01 WS-RETURNED-AMOUNT  PIC 9(11)   VALUE ZERO.
       01 WS-RELEASED-AMOUNT  PIC 9(11)   VALUE ZERO.
       01 WS-PENDING-AMOUNT   PIC 9(11)   VALUE ZERO.
       01 WS-ALREADY-COUNT    PIC 9(5)    VALUE ZERO.
       01 WS-FEE-AMOUNT       PIC 9(9)    VALUE ZERO.
       01 WS-REPORT-LINE.
          05 RP-ACCION        PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 RP-DNI           PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 RP-CUENTA        PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 RP-BANCO         PIC X(4)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 RP-NUMERO        PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 RP-MONTO         PIC Z(8)9   VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 RP-DEPOSITO      PIC 9(8)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 RP-CANJE         PIC 9(8)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 RP-NOTA          PIC X(20)   VALUE SPACES.
       01 D-MONTO             PIC Z(10)9.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME           PIC X(30)      VALUE SPACE.
       01 USERNAME         PIC X(64)      VALUE SPACE.
       01 PASSWD           PIC X(10)      VALUE SPACE.
       01 Q-DOC            PIC X(8)       VALUE SPACE.
       01 Q-CUENTA         PIC X(10)      VALUE SPACE.
       01 Q-MONTO          PIC 9(9)       VALUE ZERO.
       01 Q-COMISION       PIC 9(9)       VALUE ZERO.
       01 Q-FECMOV         PIC X(10)      VALUE SPACE.
       01 Q-REF            PIC X(19)      VALUE SPACE.
       01 Q-SUCURSAL       PIC X(4)       VALUE SPACE.
       01 Q-ESTADO         PIC X(1)       VALUE SPACE.
          88 CuentaActiva  VALUE "A".
          88 AccountHeld   VALUES "S", "J", "R".
       01 Q-DEP-COUNT      PIC S9(9) COMP VALUE ZERO.
       01 Q-DEV-COUNT      PIC S9(9) COMP VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "*** CHEQUES EN CANJE ***"
          PERFORM LoadProcessDate
          STRING WS-RUN-DATE(1:4) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-RUN-DATE(5:2) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-RUN-DATE(7:2) DELIMITED BY SIZE
             INTO Q-FECMOV
          PERFORM LoadCanjeParams
          PERFORM LoadChequeRegister
          ACCEPT WS-CMDLINE FROM COMMAND-LINE
          EVALUATE TRUE
             WHEN DepositMode
                MOVE WS-CMDDATA TO WS-ARG-LINE
                PERFORM DepositCheque
             WHEN NightlyMode
                PERFORM NightlyClearing
             WHEN ListMode
                PERFORM ListRegister
             WHEN OTHER
                DISPLAY "USO: Practica2Canje D|N|L ..."
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
       LoadCanjeParams.
          OPEN INPUT ParamFile
          IF ParamFileOK THEN
             READ ParamFile INTO WS-PARAM-LINE
                AT END CONTINUE
             END-READ
             CLOSE ParamFile
             IF PAR-DIAS IS NUMERIC
                   AND PAR-DIAS IS GREATER THAN ZERO THEN
                MOVE PAR-DIAS TO WS-CANJE-DIAS
             END-IF
             IF PAR-NOCHES IS NUMERIC THEN
                MOVE PAR-NOCHES TO WS-CANJE-NOCHES
             END-IF
          END-IF
          DISPLAY "LOG: DIAS HABILES DE CANJE: " WS-CANJE-DIAS
             " - NOCHES DE ESPERA DE DEVOLUCION: " WS-CANJE-NOCHES.
       LoadChequeRegister.
          MOVE ZERO TO ChequeCount
          OPEN INPUT ChequeFile
          IF NOT ChequeFileOK THEN
             CLOSE ChequeFile
          ELSE
             READ ChequeFile INTO WS-CHEQUE-LINE
                AT END SET EOFChequeFile TO TRUE
             END-READ
             PERFORM UNTIL EOFChequeFile
                IF WS-CHEQUE-LINE IS NOT EQUAL TO SPACES THEN
                   IF ChequeCount IS LESS THAN 5000 THEN
                      ADD 1 TO ChequeCount
                      MOVE WS-CHEQUE-LINE TO CT-LINE(ChequeCount)
                   ELSE
                      DISPLAY "ERROR: CHEQUES.DAT CON MAS DE 5000 "
                         "CHEQUES - SE DETIENE"
                      MOVE 1 TO RETURN-CODE
                      STOP RUN
                   END-IF
                END-IF
                READ ChequeFile INTO WS-CHEQUE-LINE
                   AT END SET EOFChequeFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE ChequeFile
          END-IF
          DISPLAY "LOG: CHEQUES EN REGISTRO: " ChequeCount.
       DepositCheque.
          IF AR-DNI IS EQUAL TO SPACES
                OR AR-BANCO IS EQUAL TO SPACES
                OR AR-NUMERO IS EQUAL TO SPACES
                OR AR-MONTO-X IS NOT NUMERIC
                OR AR-MONTO IS EQUAL TO ZERO THEN
             DISPLAY "USO: Practica2Canje D <DNI> <CUENTA> <BANCO> "
                "<NUMERO> <MONTO(9)>"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
      *   UN MISMO CHEQUE (BANCO Y NUMERO) NO PUEDE ESTAR DOS VECES
      *   EN CANJE.
          MOVE "N" TO WS-FOUND-SW
          PERFORM VARYING ChequeIdx FROM 1 BY 1
             UNTIL ChequeIdx > ChequeCount OR WS-CHEQUE-FOUND
             MOVE CT-LINE(ChequeIdx) TO WS-CHEQUE-LINE
             IF CQ-BANCO IS EQUAL TO AR-BANCO
                   AND CQ-NUMERO IS EQUAL TO AR-NUMERO
                   AND NOT ChequeDevuelto THEN
                SET WS-CHEQUE-FOUND TO TRUE
             END-IF
          END-PERFORM
          IF WS-CHEQUE-FOUND THEN
             DISPLAY "ERROR: EL CHEQUE " AR-BANCO SPACE AR-NUMERO
                " YA FUE DEPOSITADO - DEPOSITO RECHAZADO"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          PERFORM ComputeClearingDate
          PERFORM LoadDbProfile
          MOVE SPACE TO PASSWD
          PERFORM ConnectionSQL
          MOVE AR-DNI    TO Q-DOC
          MOVE AR-CUENTA TO Q-CUENTA
          MOVE AR-MONTO  TO Q-MONTO
          EXEC SQL
             SELECT CASE WHEN EXISTS
                   (SELECT 1 FROM clientes
                    WHERE dniclien = :Q-DOC AND estclien = 'R')
                   THEN 'R' ELSE estcuent END,
                COALESCE(sucursal, '0001')
             INTO :Q-ESTADO, :Q-SUCURSAL
             FROM cuenta
             WHERE docclien=:Q-DOC AND codcuent=:Q-CUENTA
          END-EXEC
          EVALUATE TRUE
             WHEN SQLCODE IS NOT EQUAL TO ZERO
                DISPLAY "ERROR: CUENTA NO ENCONTRADA - DEPOSITO "
                   "RECHAZADO"
                MOVE 1 TO RETURN-CODE
             WHEN AccountHeld
                DISPLAY "ERROR: LA CUENTA ESTA RETENIDA (ESTADO "
                   Q-ESTADO ") - DEPOSITO RECHAZADO"
                MOVE 1 TO RETURN-CODE
             WHEN NOT CuentaActiva
                DISPLAY "ERROR: LA CUENTA NO ESTA ACTIVA - DEPOSITO "
                   "RECHAZADO"
                MOVE 1 TO RETURN-CODE
             WHEN OTHER
                PERFORM PostChequeDeposit
          END-EVALUATE
          DISPLAY "DISCONNECT FROM DATABASE...."
          EXEC SQL DISCONNECT ALL END-EXEC.
       ComputeClearingDate.
      *   LA FECHA DE CANJE ES EL N-ESIMO DIA HABIL POSTERIOR AL
      *   DEPOSITO.
          MOVE WS-RUN-DATE TO WS-NEXT-DATE
          PERFORM VARYING WS-DAY-COUNT FROM 1 BY 1
             UNTIL WS-DAY-COUNT > WS-CANJE-DIAS
             PERFORM FindNextBusinessDay
          END-PERFORM
          DISPLAY "LOG: FECHA DE CANJE: " WS-NEXT-DATE.
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
       PostChequeDeposit.
      *   EL ABONO SUBE EL SALDO CONTABLE; RECIEN CONFIRMADO EL COMMIT
      *   SE REGISTRA EL CHEQUE Y SU RETENCION HASTA LA FECHA DE CANJE.
          MOVE SPACES TO Q-REF
          STRING "CHQ" DELIMITED BY SIZE
                 AR-BANCO DELIMITED BY SIZE
                 AR-NUMERO DELIMITED BY SIZE
             INTO Q-REF
      *   UN CHEQUE DEVUELTO PUEDE VOLVER A DEPOSITARSE: EL ABONO YA
      *   ESTA ASENTADO SI HAY MAS DEPCHEQUE QUE DEVCHEQUE CON ESA
      *   REFERENCIA. ENTONCES SOLO FALTA REGISTRAR EL CANJE.
          PERFORM CountChequeMovements
          IF Q-DEP-COUNT IS GREATER THAN Q-DEV-COUNT THEN
             DISPLAY "LOG: ABONO " Q-REF " YA APLICADO - SOLO SE "
                "REGISTRA EL CANJE"
             PERFORM RegisterChequeDeposit
          ELSE
             PERFORM PostChequeCredit
          END-IF.
       PostChequeCredit.
          EXEC SQL
             INSERT INTO movcuenta
                (docclien, codcuent, fecmov, montomov,
                 tipomov, refmov, sucursal)
             VALUES
                (:Q-DOC, :Q-CUENTA, :Q-FECMOV, :Q-MONTO,
                 'DEPCHEQUE', :Q-REF, :Q-SUCURSAL)
          END-EXEC
          IF SQLCODE IS EQUAL TO ZERO THEN
             EXEC SQL
                UPDATE cuenta
                SET saldoact = saldoact + :Q-MONTO,
                    fecmod = CURRENT TIMESTAMP
                WHERE docclien=:Q-DOC AND codcuent=:Q-CUENTA
             END-EXEC
          END-IF
          IF SQLCODE IS EQUAL TO ZERO THEN
             EXEC SQL COMMIT WORK END-EXEC
          END-IF
          IF SQLCODE IS NOT EQUAL TO ZERO THEN
             PERFORM HandlingErrors
             EXEC SQL ROLLBACK WORK END-EXEC
             DISPLAY "RESULTADO: DEPOSITO NO APLICADO"
             MOVE 1 TO RETURN-CODE
          ELSE
             PERFORM RegisterChequeDeposit
          END-IF.
       RegisterChequeDeposit.
          MOVE SPACES TO WS-CHEQUE-LINE
          MOVE AR-DNI       TO CQ-DNI
          MOVE AR-CUENTA    TO CQ-CUENTA
          MOVE AR-BANCO     TO CQ-BANCO
          MOVE AR-NUMERO    TO CQ-NUMERO
          MOVE AR-MONTO     TO CQ-MONTO
          MOVE WS-RUN-DATE  TO CQ-DEPOSITO
          MOVE WS-NEXT-DATE TO CQ-CANJE
          MOVE "P"          TO CQ-ESTADO
          MOVE ZERO         TO CQ-NOCHES
          MOVE Q-REF        TO CQ-REF
          OPEN EXTEND ChequeFile
          IF NOT ChequeFileOK THEN
             CLOSE ChequeFile
             OPEN OUTPUT ChequeFile
          END-IF
          WRITE ChequeBuffer FROM WS-CHEQUE-LINE
          CLOSE ChequeFile
          MOVE SPACES TO WS-RETEN-LINE
          PERFORM BuildChequeHold
          OPEN EXTEND HoldsFile
          IF NOT HoldsFileOK THEN
             CLOSE HoldsFile
             OPEN OUTPUT HoldsFile
          END-IF
          WRITE HoldsBuffer FROM WS-RETEN-LINE
          CLOSE HoldsFile
          DISPLAY "RESULTADO: CHEQUE DEPOSITADO EN CANJE - "
             "DISPONIBLE DESDE EL " WS-NEXT-DATE.
       CountChequeMovements.
          MOVE ZERO TO Q-DEP-COUNT
          MOVE ZERO TO Q-DEV-COUNT
          EXEC SQL
             SELECT COUNT(*) INTO :Q-DEP-COUNT
             FROM movcuenta
             WHERE docclien=:Q-DOC AND codcuent=:Q-CUENTA
               AND refmov=:Q-REF AND tipomov='DEPCHEQUE'
          END-EXEC
          EXEC SQL
             SELECT COUNT(*) INTO :Q-DEV-COUNT
             FROM movcuenta
             WHERE docclien=:Q-DOC AND codcuent=:Q-CUENTA
               AND refmov=:Q-REF AND tipomov='DEVCHEQUE'
          END-EXEC.
       BuildChequeHold.
      *   LA RETENCION DEL CHEQUE: MISMA CUENTA Y MONTO, TERMINAL CHEQ
      *   Y VENCIMIENTO EN LA FECHA DE CANJE.
          MOVE CQ-DNI    TO RT-DNI
          MOVE CQ-CUENTA TO RT-CUENTA
          MOVE CQ-MONTO  TO RT-MONTO
          MOVE "CHEQ"    TO RT-TERMINAL
          MOVE CQ-CANJE  TO RT-EXPIRA.
       NightlyClearing.
          STRING "CANJE_"    DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".DAT"      DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
          STRING "DEVCHEQUES_" DELIMITED BY SIZE
                 WS-RUN-DATE   DELIMITED BY SIZE
                 ".DAT"        DELIMITED BY SIZE
             INTO WS-NOTICE-FILENAME
          PERFORM LoadReturnFee
          PERFORM LoadHolds
          OPEN OUTPUT ReportFile
          OPEN OUTPUT NoticeFile
          MOVE SPACES TO ReportRecord
          STRING "CHEQUES EN CANJE - PROCESO DEL " DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
             INTO ReportRecord
          WRITE ReportRecord
          PERFORM ProcessReturns
          PERFORM ReleaseClearedCheques
          CLOSE NoticeFile
          MOVE SPACES TO ReportRecord
          WRITE ReportRecord
          MOVE WS-RETURNED-AMOUNT TO D-MONTO
          MOVE SPACES TO ReportRecord
          STRING "DEVUELTOS: " DELIMITED BY SIZE
                 WS-RETURNED-COUNT DELIMITED BY SIZE
                 " POR " DELIMITED BY SIZE
                 D-MONTO DELIMITED BY SIZE
             INTO ReportRecord
          WRITE ReportRecord
          MOVE WS-RELEASED-AMOUNT TO D-MONTO
          MOVE SPACES TO ReportRecord
          STRING "LIBERADOS: " DELIMITED BY SIZE
                 WS-RELEASED-COUNT DELIMITED BY SIZE
                 " POR " DELIMITED BY SIZE
                 D-MONTO DELIMITED BY SIZE
             INTO ReportRecord
          WRITE ReportRecord
          MOVE WS-PENDING-AMOUNT TO D-MONTO
          MOVE SPACES TO ReportRecord
          STRING "EN CANJE : " DELIMITED BY SIZE
                 WS-PENDING-COUNT DELIMITED BY SIZE
                 " POR " DELIMITED BY SIZE
                 D-MONTO DELIMITED BY SIZE
             INTO ReportRecord
          WRITE ReportRecord
          CLOSE ReportFile
          PERFORM RewriteChequeRegister
          PERFORM RewriteHolds
          PERFORM WriteControlFigures
          DISPLAY "============================"
          DISPLAY "DEVOLUCIONES LEIDAS : " WS-READ-COUNT
          DISPLAY "CHEQUES DEVUELTOS   : " WS-RETURNED-COUNT
          DISPLAY "DEVOLUC. RECHAZADAS : " WS-REJECTED-COUNT
          DISPLAY "CHEQUES LIBERADOS   : " WS-RELEASED-COUNT
          DISPLAY "CHEQUES EN CANJE    : " WS-PENDING-COUNT
          DISPLAY "YA APLICADOS        : " WS-ALREADY-COUNT
          DISPLAY "============================".
       LoadReturnFee.
          MOVE ZERO TO WS-FEE-DEVCHEQUE
          OPEN INPUT TariffFile
          IF NOT TariffFileOK THEN
             CLOSE TariffFile
          ELSE
             READ TariffFile INTO WS-TARIFF-LINE
                AT END SET EOFTariffFile TO TRUE
             END-READ
             PERFORM UNTIL EOFTariffFile
                IF TariffDevCheque AND TF-COMISION IS NUMERIC THEN
                   MOVE TF-COMISION TO WS-FEE-DEVCHEQUE
                END-IF
                READ TariffFile INTO WS-TARIFF-LINE
                   AT END SET EOFTariffFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE TariffFile
          END-IF
          DISPLAY "LOG: COMISION POR CHEQUE DEVUELTO: "
             WS-FEE-DEVCHEQUE.
       LoadHolds.
      *   LAS RETENCIONES SE CARGAN PARA QUITAR LAS DE LOS CHEQUES
      *   DEVUELTOS O LIBERADOS; SI NO CABEN, EL ARCHIVO NO SE TOCA Y
      *   LAS RETENCIONES VENCEN SOLAS EN Practica2Retenciones.
          MOVE ZERO TO HoldCount
          OPEN INPUT HoldsFile
          IF NOT HoldsFileOK THEN
             CLOSE HoldsFile
          ELSE
             READ HoldsFile INTO WS-RETEN-LINE
                AT END SET EOFHoldsFile TO TRUE
             END-READ
             PERFORM UNTIL EOFHoldsFile OR WS-HOLDS-OVERFLOW
                IF WS-RETEN-LINE IS NOT EQUAL TO SPACES THEN
                   IF HoldCount IS LESS THAN 5000 THEN
                      ADD 1 TO HoldCount
                      MOVE WS-RETEN-LINE TO HT-LINE(HoldCount)
                      MOVE "N" TO HT-BORRAR(HoldCount)
                   ELSE
                      SET WS-HOLDS-OVERFLOW TO TRUE
                      DISPLAY "AVISO: RETENCION.DAT CON MAS DE 5000 "
                         "LINEAS - LAS RETENCIONES DE CHEQUES VENCEN "
                         "SOLAS"
                   END-IF
                END-IF
                READ HoldsFile INTO WS-RETEN-LINE
                   AT END SET EOFHoldsFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE HoldsFile
          END-IF.
       ProcessReturns.
          OPEN INPUT ReturnFile
          IF NOT ReturnFileOK THEN
             CLOSE ReturnFile
             DISPLAY "LOG: SIN CHEQUESDEV.DAT - NO HAY DEVOLUCIONES"
          ELSE
             PERFORM LoadDbProfile
             MOVE SPACE TO PASSWD
             PERFORM ConnectionSQL
             READ ReturnFile INTO WS-RETURN-LINE
                AT END SET EOFReturnFile TO TRUE
             END-READ
             PERFORM UNTIL EOFReturnFile
                IF WS-RETURN-LINE IS NOT EQUAL TO SPACES THEN
                   ADD 1 TO WS-READ-COUNT
                   PERFORM ReturnOneCheque
                END-IF
                READ ReturnFile INTO WS-RETURN-LINE
                   AT END SET EOFReturnFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE ReturnFile
             DISPLAY "DISCONNECT FROM DATABASE...."
             EXEC SQL DISCONNECT ALL END-EXEC
          END-IF.
       ReturnOneCheque.
      *   LA DEVOLUCION SE CASA POR BANCO Y NUMERO CONTRA UN CHEQUE EN
      *   CANJE O LIBERADO HACE POCAS NOCHES, CON EL MISMO MONTO.
          MOVE "N" TO WS-FOUND-SW
          PERFORM VARYING ChequeIdx FROM 1 BY 1
             UNTIL ChequeIdx > ChequeCount OR WS-CHEQUE-FOUND
             MOVE CT-LINE(ChequeIdx) TO WS-CHEQUE-LINE
             IF CQ-BANCO IS EQUAL TO DV-BANCO
                   AND CQ-NUMERO IS EQUAL TO DV-NUMERO
                   AND NOT ChequeDevuelto THEN
                SET WS-CHEQUE-FOUND TO TRUE
             END-IF
          END-PERFORM
          IF WS-CHEQUE-FOUND THEN
             SUBTRACT 1 FROM ChequeIdx
          END-IF
          EVALUATE TRUE
             WHEN NOT WS-CHEQUE-FOUND
                MOVE "NO REGISTRADO" TO RP-NOTA
                PERFORM RejectReturn
             WHEN DV-MONTO-X IS NOT NUMERIC
             WHEN DV-MONTO IS NOT EQUAL TO CQ-MONTO
                MOVE "MONTO DISTINTO" TO RP-NOTA
                PERFORM RejectReturn
             WHEN OTHER
                PERFORM ReverseCheque
          END-EVALUATE.
       RejectReturn.
          ADD 1 TO WS-REJECTED-COUNT
          MOVE SPACES TO WS-CHEQUE-LINE
          MOVE DV-BANCO  TO CQ-BANCO
          MOVE DV-NUMERO TO CQ-NUMERO
          IF DV-MONTO-X IS NUMERIC THEN
             MOVE DV-MONTO TO CQ-MONTO
          END-IF
          MOVE "RECHAZADA" TO RP-ACCION
          PERFORM WriteReportLine
          MOVE "Practica2Canje" TO EXLOG-PROGRAM
          MOVE "DEVCHEQUE"      TO EXLOG-CODETYPE
          MOVE SPACES           TO EXLOG-CODEVALUE
          STRING DV-BANCO DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 DV-NUMERO DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 RP-NOTA DELIMITED BY SIZE
             INTO EXLOG-KEYVALUE
          PERFORM LogException.
       ReverseCheque.
      *   EXTORNO DEL ABONO Y COBRO DE LA COMISION EN UNA SOLA
      *   TRANSACCION. EL EXTORNO NO SE NIEGA POR FALTA DE SALDO: EL
      *   DINERO NUNCA LLEGO Y LA CUENTA PUEDE QUEDAR SOBREGIRADA.
          MOVE CQ-DNI    TO Q-DOC
          MOVE CQ-CUENTA TO Q-CUENTA
          MOVE CQ-MONTO  TO Q-MONTO
          MOVE CQ-REF    TO Q-REF
          MOVE WS-FEE-DEVCHEQUE TO Q-COMISION
          MOVE "N" TO WS-POST-OK-SW
      *   EL EXTORNO YA ESTA ASENTADO SI NO QUEDA NINGUN DEPCHEQUE DE
      *   LA REFERENCIA SIN SU DEVCHEQUE: SOLO SE COMPLETA EL REGISTRO,
      *   LA RETENCION Y EL AVISO.
          PERFORM CountChequeMovements
          IF Q-DEV-COUNT IS NOT LESS THAN Q-DEP-COUNT THEN
             ADD 1 TO WS-ALREADY-COUNT
             DISPLAY "LOG: DEVOLUCION " Q-REF " YA APLICADA - SE "
                "OMITE EL EXTORNO"
             PERFORM CompleteChequeReturn
          ELSE
             PERFORM PostChequeReturn
          END-IF.
       PostChequeReturn.
          EXEC SQL
             SELECT COALESCE(sucursal, '0001')
             INTO :Q-SUCURSAL
             FROM cuenta
             WHERE docclien=:Q-DOC AND codcuent=:Q-CUENTA
          END-EXEC
          IF SQLCODE IS EQUAL TO ZERO THEN
             EXEC SQL
                INSERT INTO movcuenta
                   (docclien, codcuent, fecmov, montomov,
                    tipomov, refmov, sucursal)
                VALUES
                   (:Q-DOC, :Q-CUENTA, :Q-FECMOV, :Q-MONTO,
                    'DEVCHEQUE', :Q-REF, :Q-SUCURSAL)
             END-EXEC
          END-IF
          IF SQLCODE IS EQUAL TO ZERO
                AND Q-COMISION IS GREATER THAN ZERO THEN
             EXEC SQL
                INSERT INTO movcuenta
                   (docclien, codcuent, fecmov, montomov,
                    tipomov, refmov, sucursal)
                VALUES
                   (:Q-DOC, :Q-CUENTA, :Q-FECMOV, :Q-COMISION,
                    'COMISION', :Q-REF, :Q-SUCURSAL)
             END-EXEC
          END-IF
          IF SQLCODE IS EQUAL TO ZERO THEN
             EXEC SQL
                UPDATE cuenta
                SET saldoact = saldoact - :Q-MONTO - :Q-COMISION,
                    fecmod = CURRENT TIMESTAMP
                WHERE docclien=:Q-DOC AND codcuent=:Q-CUENTA
             END-EXEC
          END-IF
          IF SQLCODE IS EQUAL TO ZERO THEN
             EXEC SQL COMMIT WORK END-EXEC
          END-IF
          IF SQLCODE IS EQUAL TO ZERO THEN
             SET WS-POST-OK TO TRUE
          ELSE
             PERFORM HandlingErrors
             EXEC SQL ROLLBACK WORK END-EXEC
          END-IF
          IF WS-POST-OK THEN
             ADD 1 TO WS-RETURNED-COUNT
             ADD CQ-MONTO TO WS-RETURNED-AMOUNT
             PERFORM CompleteChequeReturn
          ELSE
             MOVE "ERROR SQL" TO RP-NOTA
             PERFORM RejectReturn
          END-IF.
       CompleteChequeReturn.
          IF ChequeEnCanje THEN
             PERFORM DropChequeHold
          END-IF
          MOVE "D" TO CQ-ESTADO
          MOVE WS-CHEQUE-LINE TO CT-LINE(ChequeIdx)
          MOVE "DEVUELTO" TO RP-ACCION
          MOVE DV-MOTIVO TO RP-NOTA
          PERFORM WriteReportLine
          MOVE CQ-DNI     TO NT-DNI
          MOVE CQ-CUENTA  TO NT-CUENTA
          MOVE CQ-BANCO   TO NT-BANCO
          MOVE CQ-NUMERO  TO NT-NUMERO
          MOVE CQ-MONTO   TO NT-MONTO
          MOVE Q-COMISION TO NT-COMISION
          MOVE DV-MOTIVO  TO NT-MOTIVO
          WRITE NoticeRecord FROM WS-NOTICE-LINE.
       ReleaseClearedCheques.
      *   UN CHEQUE EN CANJE CUYA FECHA LLEGO SIN DEVOLUCION QUEDA
      *   COMPENSADO Y SU RETENCION SE QUITA; LOS YA COMPENSADOS
      *   CUENTAN UNA NOCHE MAS DE ESPERA.
          PERFORM VARYING ChequeIdx FROM 1 BY 1
             UNTIL ChequeIdx > ChequeCount
             MOVE CT-LINE(ChequeIdx) TO WS-CHEQUE-LINE
             EVALUATE TRUE
                WHEN ChequeEnCanje
                      AND CQ-CANJE IS NOT GREATER THAN WS-RUN-DATE
                   ADD 1 TO WS-RELEASED-COUNT
                   ADD CQ-MONTO TO WS-RELEASED-AMOUNT
                   PERFORM DropChequeHold
                   MOVE "C" TO CQ-ESTADO
                   MOVE ZERO TO CQ-NOCHES
                   MOVE "LIBERADO" TO RP-ACCION
                   MOVE SPACES TO RP-NOTA
                   PERFORM WriteReportLine
                WHEN ChequeEnCanje
                   ADD 1 TO WS-PENDING-COUNT
                   ADD CQ-MONTO TO WS-PENDING-AMOUNT
                WHEN ChequeCompensado
                   ADD 1 TO CQ-NOCHES
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
             MOVE WS-CHEQUE-LINE TO CT-LINE(ChequeIdx)
          END-PERFORM.
       DropChequeHold.
          PERFORM BuildChequeHold
          PERFORM VARYING HoldIdx FROM 1 BY 1
             UNTIL HoldIdx > HoldCount
             IF HT-LINE(HoldIdx) IS EQUAL TO WS-RETEN-LINE
                   AND HT-BORRAR(HoldIdx) IS EQUAL TO "N" THEN
                MOVE "S" TO HT-BORRAR(HoldIdx)
                EXIT PERFORM
             END-IF
          END-PERFORM.
       WriteReportLine.
          MOVE CQ-DNI      TO RP-DNI
          MOVE CQ-CUENTA   TO RP-CUENTA
          MOVE CQ-BANCO    TO RP-BANCO
          MOVE CQ-NUMERO   TO RP-NUMERO
          MOVE CQ-MONTO    TO RP-MONTO
          MOVE CQ-DEPOSITO TO RP-DEPOSITO
          MOVE CQ-CANJE    TO RP-CANJE
          WRITE ReportRecord FROM WS-REPORT-LINE.
       RewriteChequeRegister.
      *   LOS DEVUELTOS Y LOS COMPENSADOS QUE CUMPLIERON SUS NOCHES DE
      *   ESPERA PASAN AL HISTORICO; EL RESTO QUEDA EN EL REGISTRO.
          OPEN EXTEND ChequeHistFile
          IF NOT ChequeHistFileOK THEN
             CLOSE ChequeHistFile
             OPEN OUTPUT ChequeHistFile
          END-IF
          OPEN OUTPUT ChequeFile
          PERFORM VARYING ChequeIdx FROM 1 BY 1
             UNTIL ChequeIdx > ChequeCount
             MOVE CT-LINE(ChequeIdx) TO WS-CHEQUE-LINE
             IF ChequeDevuelto
                   OR (ChequeCompensado
                       AND CQ-NOCHES IS GREATER THAN
                          WS-CANJE-NOCHES) THEN
                WRITE ChequeHistRecord FROM WS-CHEQUE-LINE
             ELSE
                WRITE ChequeBuffer FROM WS-CHEQUE-LINE
             END-IF
          END-PERFORM
          CLOSE ChequeFile
          CLOSE ChequeHistFile.
       RewriteHolds.
          IF NOT WS-HOLDS-OVERFLOW THEN
             OPEN OUTPUT HoldsFile
             PERFORM VARYING HoldIdx FROM 1 BY 1
                UNTIL HoldIdx > HoldCount
                IF HT-BORRAR(HoldIdx) IS EQUAL TO "N" THEN
                   MOVE HT-LINE(HoldIdx) TO WS-RETEN-LINE
                   WRITE HoldsBuffer FROM WS-RETEN-LINE
                END-IF
             END-PERFORM
             CLOSE HoldsFile
          END-IF.
       ListRegister.
          DISPLAY "DNI      CUENTA     BANC NUMERO         MONTO "
             "DEPOSITO CANJE    E"
          PERFORM VARYING ChequeIdx FROM 1 BY 1
             UNTIL ChequeIdx > ChequeCount
             MOVE CT-LINE(ChequeIdx) TO WS-CHEQUE-LINE
             DISPLAY CQ-DNI SPACE CQ-CUENTA SPACE CQ-BANCO SPACE
                CQ-NUMERO SPACE CQ-MONTO SPACE CQ-DEPOSITO SPACE
                CQ-CANJE SPACE CQ-ESTADO
          END-PERFORM.
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
          MOVE "Practica2Canje" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          MOVE WS-READ-COUNT TO CIF-READ
          MOVE WS-RETURNED-COUNT TO CIF-WRITTEN
          MOVE WS-REJECTED-COUNT TO CIF-REJECTED
          MOVE WS-RETURNED-AMOUNT TO CIF-AMOUNT
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
          MOVE "Practica2Canje"      TO EXLOG-PROGRAM
          MOVE "SQLCODE"             TO EXLOG-CODETYPE
          MOVE SQLCODE               TO WS-EXLOG-CODE-DISPLAY
          MOVE WS-EXLOG-CODE-DISPLAY TO EXLOG-CODEVALUE
          STRING Q-DOC DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 Q-CUENTA DELIMITED BY SIZE
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

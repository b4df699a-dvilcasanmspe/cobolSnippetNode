       IDENTIFICATION DIVISION.
       PROGRAM-ID. Practica2Ventanilla.
      * OPERACIONES DE VENTANILLA Y CUADRE DE CAJA POR CAJERO. CADA
      * OPERACION QUEDA LIGADA AL CAJERO (USUARIO DE OPERADORES.DAT) Y
      * A LA SUCURSAL DONDE ABRIO SU CAJA, Y SE REGISTRA EN EL DIARIO
      * DE VENTANILLA (VENTANILLA.DAT) RECIEN CONFIRMADO EL COMMIT.
      * MODOS (CAMPOS DE LARGO FIJO, SEPARADOS POR UN BLANCO):
      *   A  APERTURA DE CAJA: CAJERO SUCURSAL MONEDA MONTO(11)
      *   D  DEPOSITO EN EFECTIVO: CAJERO DNI CUENTA MONTO(9)
      *      (MOVIMIENTO VENTDEPOS)
      *   R  RETIRO EN EFECTIVO: CAJERO DNI CUENTA MONTO(9)
      *      (MOVIMIENTO VENTRETIRO; DISPONIBLE CON SOBREGIRO,
      *      EMBARGOS, RETENCIONES E INTANGIBLE CTS, Y EFECTIVO EN CAJA)
      *   P  PAGO DE CUENTA A CUENTA: CAJERO DNI CUENTA DNI2 CUENTA2
      *      MONTO(9) (VENTPAGEGR / VENTPAGING CON LA MISMA
      *      REFERENCIA; NO MUEVE EFECTIVO DE LA CAJA)
      *   C  CIERRE DE CAJA CON EL ARQUEO: CAJERO MONEDA MONTO(11)
      *   B  CUADRE NOCTURNO: APERTURA + DEPOSITOS - RETIROS CONTRA EL
      *      ARQUEO POR CAJERO Y POR SUCURSAL EN BALVENT_<FECHA>.DAT;
      *      CADA SOBRANTE O FALTANTE PASA A SUSPENSO.DAT COMO PARTIDA
      *      DE CAJA Y QUEDA EN EXCEPTION.LOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT TellerJournalFile ASSIGN TO "VENTANILLA.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VENT-STATUS.
          SELECT OperatorFile ASSIGN TO "OPERADORES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OPER-STATUS.
          SELECT BalanceFile ASSIGN TO WS-BALANCE-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BALANCE-STATUS.
          SELECT SuspenseFile ASSIGN TO "SUSPENSO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SUSP-STATUS.
          SELECT HoldsFile ASSIGN TO "RETENCION.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RETEN-STATUS.
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
       FD TellerJournalFile.
       01 TellerJournalBuffer PIC X(90)   VALUES SPACES.
          88 EOFTellerJournal VALUES      HIGH-VALUES.
       FD OperatorFile.
       01 OperatorBuffer      PIC X(42)   VALUES SPACES.
          88 EOFOperatorFile  VALUES      HIGH-VALUES.
       FD BalanceFile.
       01 BalanceRecord       PIC X(110)  VALUES SPACES.
       FD SuspenseFile.
       01 SuspenseBuffer      PIC X(40)   VALUES SPACES.
          88 EOFSuspenseFile  VALUES      HIGH-VALUES.
       FD HoldsFile.
       01 HoldsBuffer         PIC X(50)   VALUES SPACES.
          88 EOFHoldsFile     VALUES      HIGH-VALUES.
       FD GarnishFile.
       01 GarnishBuffer       PIC X(60)   VALUES SPACES.
          88 EOFGarnishFile   VALUES      HIGH-VALUES.
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
       COPY "GarnishFields".
       COPY "HoldFields".
       COPY "OperatorFields".
       01 WS-RUN-DATE         PIC 9(8)    VALUE ZERO.
       01 WS-GARN-PENDIENTE   PIC 9(10)   VALUE ZERO.
       01 WS-HOLD-TOTAL       PIC 9(11)   VALUE ZERO.
       01 WS-VENT-STATUS      PIC X(2)    VALUE SPACE.
          88 TellerJournalOK  VALUE "00".
       01 WS-OPER-STATUS      PIC X(2)    VALUE SPACE.
          88 OperatorFileOK   VALUE "00".
       01 WS-BALANCE-STATUS   PIC X(2)    VALUE SPACE.
          88 BalanceFileOK    VALUE "00".
       01 WS-SUSP-STATUS      PIC X(2)    VALUE SPACE.
          88 SuspenseFileOK   VALUE "00".
       01 WS-BALANCE-FILENAME PIC X(30)   VALUE SPACES.
       01 WS-CMDLINE          PIC X(80)   VALUE SPACES.
       01 WS-CMDLINE-FIELDS REDEFINES WS-CMDLINE.
          05 WS-MODE          PIC X(1).
             88 OpenMode      VALUE "A".
             88 DepositMode   VALUE "D".
             88 WithdrawMode  VALUE "R".
             88 PaymentMode   VALUE "P".
             88 CloseMode     VALUE "C".
             88 BalanceMode   VALUE "B".
          05 FILLER           PIC X.
          05 WS-CMDDATA       PIC X(78).
      * ARGUMENTOS DE LA APERTURA Y DEL CIERRE DE CAJA.
       01 WS-OPEN-ARGS.
          05 AA-CAJERO        PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 AA-SUCURSAL      PIC X(4)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 AA-MONEDA        PIC X(3)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 AA-MONTO         PIC 9(11)   VALUE ZERO.
          05 AA-MONTO-X REDEFINES AA-MONTO
                              PIC X(11).
       01 WS-CLOSE-ARGS.
          05 AC-CAJERO        PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 AC-MONEDA        PIC X(3)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 AC-MONTO         PIC 9(11)   VALUE ZERO.
          05 AC-MONTO-X REDEFINES AC-MONTO
                              PIC X(11).
      * ARGUMENTOS DEL DEPOSITO Y DEL RETIRO EN EFECTIVO.
       01 WS-CASH-ARGS.
          05 AT-CAJERO        PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 AT-DNI           PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 AT-CUENTA        PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 AT-MONTO         PIC 9(9)    VALUE ZERO.
          05 AT-MONTO-X REDEFINES AT-MONTO
                              PIC X(9).
      * ARGUMENTOS DEL PAGO DE CUENTA A CUENTA.
       01 WS-PAY-ARGS.
          05 AP-CAJERO        PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 AP-SDNI          PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 AP-SCUENTA       PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 AP-TDNI          PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 AP-TCUENTA       PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 AP-MONTO         PIC 9(9)    VALUE ZERO.
          05 AP-MONTO-X REDEFINES AP-MONTO
                              PIC X(9).
      * LINEA DEL DIARIO DE VENTANILLA: UNA POR OPERACION CONFIRMADA,
      * APERTURA O CIERRE DE CAJA.
       01 WS-VENT-LINE.
          05 VT-FECHA         PIC 9(8)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 VT-HORA          PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 VT-CAJERO        PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 VT-SUCURSAL      PIC X(4)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 VT-TIPO          PIC X(1)    VALUE SPACE.
             88 VentApertura  VALUE "A".
             88 VentDeposito  VALUE "D".
             88 VentRetiro    VALUE "R".
             88 VentPago      VALUE "P".
             88 VentCierre    VALUE "C".
          05 FILLER           PIC X       VALUE SPACE.
          05 VT-MONEDA        PIC X(3)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 VT-MONTO         PIC 9(11)   VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 VT-DNI           PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 VT-CUENTA        PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 VT-REF           PIC X(19)   VALUE SPACES.
      * PARTIDA DE SUSPENSO CON EL MISMO FORMATO QUE MANTIENE
      * Practica2Suspenso; EN LAS DE CAJA EL DNI LLEVA EL CAJERO.
       01 WS-SUSP-LINE.
          05 SU-DNI           PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 SU-ORIGEN        PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 SU-DIFF          PIC X(12)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 SU-COMENT        PIC X(4)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 SU-FUENTE        PIC X(4)    VALUE SPACES.
             88 SuspensoDeCaja VALUE "CAJA".
       01 WS-DIFF-EDIT        PIC -(7)9.99.
      * CAJAS DEL DIA: UNA POR CAJERO Y MONEDA, ARMADA DESDE EL DIARIO.
       01 DrawerTable.
          05 DrawerCount      PIC 9(4)    VALUE ZERO.
          05 DrawerEntry OCCURS 500 TIMES.
             10 DR-CAJERO     PIC X(8).
             10 DR-MONEDA     PIC X(3).
             10 DR-SUCURSAL   PIC X(4).
             10 DR-APERTURA   PIC 9(11).
             10 DR-DEPOSITOS  PIC 9(11).
             10 DR-RETIROS    PIC 9(11).
             10 DR-CONTADO    PIC 9(11).
             10 DR-CERRADA    PIC X(1).
       01 DrawerIdx           PIC 9(4)    VALUE ZERO.
       01 BranchTable.
          05 BranchCount      PIC 9(3)    VALUE ZERO.
          05 BranchEntry OCCURS 200 TIMES.
             10 BR-SUCURSAL   PIC X(4).
             10 BR-MONEDA     PIC X(3).
             10 BR-APERTURA   PIC 9(11).
             10 BR-DEPOSITOS  PIC 9(11).
             10 BR-RETIROS    PIC 9(11).
             10 BR-CONTADO    PIC 9(11).
             10 BR-DIFF       PIC S9(11).
             10 BR-SINCIERRE  PIC 9(4).
       01 BranchIdx           PIC 9(3)    VALUE ZERO.
       01 WS-FIND-CAJERO      PIC X(8)    VALUE SPACES.
       01 WS-FIND-MONEDA      PIC X(3)    VALUE SPACES.
       01 WS-DRAWER-FOUND-SW  PIC X(1)    VALUE "N".
          88 WS-DRAWER-FOUND  VALUE "Y".
       01 WS-BRANCH-FOUND-SW  PIC X(1)    VALUE "N".
          88 WS-BRANCH-FOUND  VALUE "Y".
       01 WS-TELLER-OK-SW     PIC X(1)    VALUE "N".
          88 WS-TELLER-OK     VALUE "Y".
       01 WS-POST-OK-SW       PIC X(1)    VALUE "N".
          88 WS-POST-OK       VALUE "Y".
       01 WS-ACCOUNT-OK-SW    PIC X(1)    VALUE "N".
          88 WS-ACCOUNT-OK    VALUE "Y".
       01 WS-CONFLICT-SW      PIC X(1)    VALUE "N".
          88 WS-CONFLICT-DETECTED VALUE "Y".
       01 WS-SUSP-DONE-SW     PIC X(1)    VALUE "N".
          88 WS-SUSP-DONE     VALUE "Y".
       01 WS-EXPECTED         PIC 9(12)   VALUE ZERO.
       01 WS-DRAWER-DIFF      PIC S9(11)  VALUE ZERO.
       01 WS-DRAWER-CASH      PIC S9(12)  VALUE ZERO.
       01 WS-READ-COUNT       PIC 9(5)    VALUE ZERO.
       01 WS-DIFF-COUNT       PIC 9(5)    VALUE ZERO.
       01 WS-OPEN-COUNT       PIC 9(5)    VALUE ZERO.
       01 WS-DIFF-AMOUNT      PIC 9(12)   VALUE ZERO.
       01 WS-BAL-HEADER.
          05 FILLER           PIC X(18)   VALUE
             "CAJERO   SUC  MON ".
          05 FILLER           PIC X(36)   VALUE
             "   APERTURA   DEPOSITOS     RETIROS ".
          05 FILLER           PIC X(47)   VALUE
             "   ESPERADO     CONTADO   DIFERENCIA ESTADO".
       01 WS-BAL-DETAIL.
          05 BD-CLAVE         PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 BD-SUCURSAL      PIC X(4)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 BD-MONEDA        PIC X(3)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 BD-APERTURA      PIC Z(10)9  VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 BD-DEPOSITOS     PIC Z(10)9  VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 BD-RETIROS       PIC Z(10)9  VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 BD-ESPERADO      PIC Z(10)9  VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 BD-CONTADO       PIC Z(10)9  VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 BD-DIFF          PIC -(11)9  VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 BD-ESTADO        PIC X(10)   VALUE SPACES.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME           PIC X(30)      VALUE SPACE.
       01 USERNAME         PIC X(64)      VALUE SPACE.
       01 PASSWD           PIC X(10)      VALUE SPACE.
       01 V-DOC            PIC X(8)       VALUE SPACE.
       01 V-CUENTA         PIC X(10)      VALUE SPACE.
       01 V-MONTO          PIC 9(9)       VALUE ZERO.
       01 V-FECMOV         PIC X(10)      VALUE SPACE.
       01 V-REF            PIC X(19)      VALUE SPACE.
       01 V-TIPOMOV        PIC X(10)      VALUE SPACE.
       01 V-SUCURSAL       PIC X(4)       VALUE SPACE.
       01 V-SALDO          PIC S9(10)     VALUE ZERO.
       01 V-NEWSALDO       PIC S9(10)     VALUE ZERO.
       01 V-SOBREGIRO      PIC 9(9)       VALUE ZERO.
       01 V-INTANGCTS      PIC 9(10)      VALUE ZERO.
       01 V-MONEDA         PIC X(3)       VALUE SPACE.
       01 V-FECMOD         PIC X(26)      VALUE SPACE.
       01 V-ESTADO         PIC X(1)       VALUE SPACE.
          88 CuentaActiva  VALUE "A".
          88 AccountHeld   VALUES "S", "J", "R".
       01 V-SRC-FECMOD     PIC X(26)      VALUE SPACE.
       01 V-SRC-MONEDA     PIC X(3)       VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "*** OPERACIONES DE VENTANILLA ***"
          PERFORM LoadProcessDate
          STRING WS-RUN-DATE(1:4) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-RUN-DATE(5:2) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-RUN-DATE(7:2) DELIMITED BY SIZE
             INTO V-FECMOV
          ACCEPT WS-CMDLINE FROM COMMAND-LINE
          PERFORM LoadDrawers
          EVALUATE TRUE
             WHEN OpenMode
                MOVE WS-CMDDATA TO WS-OPEN-ARGS
                PERFORM OpenDrawer
             WHEN CloseMode
                MOVE WS-CMDDATA TO WS-CLOSE-ARGS
                PERFORM CloseDrawer
             WHEN DepositMode
             WHEN WithdrawMode
                MOVE WS-CMDDATA TO WS-CASH-ARGS
                PERFORM CashTransaction
             WHEN PaymentMode
                MOVE WS-CMDDATA TO WS-PAY-ARGS
                PERFORM PaymentTransaction
             WHEN BalanceMode
                PERFORM BalanceDrawers
             WHEN OTHER
                DISPLAY "USO: Practica2Ventanilla A|D|R|P|C|B ..."
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
       LoadDrawers.
      *   LAS CAJAS DEL DIA SE RECONSTRUYEN DESDE EL DIARIO: LA
      *   APERTURA FIJA SUCURSAL Y FONDO INICIAL, DEPOSITOS Y RETIROS
      *   MUEVEN EL EFECTIVO Y EL CIERRE TRAE EL ARQUEO.
          MOVE ZERO TO DrawerCount
          OPEN INPUT TellerJournalFile
          IF NOT TellerJournalOK THEN
             CLOSE TellerJournalFile
          ELSE
             READ TellerJournalFile INTO WS-VENT-LINE
                AT END SET EOFTellerJournal TO TRUE
             END-READ
             PERFORM UNTIL EOFTellerJournal
                IF VT-FECHA IS EQUAL TO WS-RUN-DATE THEN
                   ADD 1 TO WS-READ-COUNT
                   PERFORM ApplyJournalLine
                END-IF
                READ TellerJournalFile INTO WS-VENT-LINE
                   AT END SET EOFTellerJournal TO TRUE
                END-READ
             END-PERFORM
             CLOSE TellerJournalFile
          END-IF.
       ApplyJournalLine.
          MOVE VT-CAJERO TO WS-FIND-CAJERO
          MOVE VT-MONEDA TO WS-FIND-MONEDA
          PERFORM FindDrawer
          IF NOT WS-DRAWER-FOUND AND VentApertura THEN
             IF DrawerCount IS LESS THAN 500 THEN
                ADD 1 TO DrawerCount
                MOVE DrawerCount TO DrawerIdx
                MOVE VT-CAJERO   TO DR-CAJERO(DrawerIdx)
                MOVE VT-MONEDA   TO DR-MONEDA(DrawerIdx)
                MOVE ZERO TO DR-DEPOSITOS(DrawerIdx)
                MOVE ZERO TO DR-RETIROS(DrawerIdx)
                MOVE ZERO TO DR-CONTADO(DrawerIdx)
                MOVE "N" TO DR-CERRADA(DrawerIdx)
                SET WS-DRAWER-FOUND TO TRUE
             ELSE
                DISPLAY "ERROR: MAS DE 500 CAJAS EN EL DIA - SE "
                   "DETIENE"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF
          IF WS-DRAWER-FOUND THEN
             EVALUATE TRUE
                WHEN VentApertura
                   MOVE VT-SUCURSAL TO DR-SUCURSAL(DrawerIdx)
                   MOVE VT-MONTO    TO DR-APERTURA(DrawerIdx)
                WHEN VentDeposito
                   ADD VT-MONTO TO DR-DEPOSITOS(DrawerIdx)
                WHEN VentRetiro
                   ADD VT-MONTO TO DR-RETIROS(DrawerIdx)
                WHEN VentCierre
                   MOVE VT-MONTO TO DR-CONTADO(DrawerIdx)
                   MOVE "Y" TO DR-CERRADA(DrawerIdx)
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
          END-IF.
       FindDrawer.
          MOVE "N" TO WS-DRAWER-FOUND-SW
          PERFORM VARYING DrawerIdx FROM 1 BY 1
             UNTIL DrawerIdx > DrawerCount
             IF DR-CAJERO(DrawerIdx) IS EQUAL TO WS-FIND-CAJERO
                   AND DR-MONEDA(DrawerIdx) IS EQUAL TO
                      WS-FIND-MONEDA THEN
                SET WS-DRAWER-FOUND TO TRUE
                EXIT PERFORM
             END-IF
          END-PERFORM.
       ValidateTeller.
      *   EL CAJERO DEBE EXISTIR EN OPERADORES.DAT Y NO ESTAR
      *   BLOQUEADO POR LA AUDITORIA DE OPERADORES.
          MOVE "N" TO WS-TELLER-OK-SW
          OPEN INPUT OperatorFile
          IF NOT OperatorFileOK THEN
             CLOSE OperatorFile
             DISPLAY "ERROR: NO SE ENCONTRO OPERADORES.DAT"
          ELSE
             READ OperatorFile INTO WS-OPER-LINE
                AT END SET EOFOperatorFile TO TRUE
             END-READ
             PERFORM UNTIL EOFOperatorFile OR WS-TELLER-OK
                IF OPR-USER IS EQUAL TO WS-FIND-CAJERO THEN
                   IF OperatorLocked THEN
                      DISPLAY "ERROR: EL CAJERO " WS-FIND-CAJERO
                         " ESTA BLOQUEADO"
                      SET EOFOperatorFile TO TRUE
                   ELSE
                      SET WS-TELLER-OK TO TRUE
                   END-IF
                ELSE
                   READ OperatorFile INTO WS-OPER-LINE
                      AT END SET EOFOperatorFile TO TRUE
                   END-READ
                END-IF
             END-PERFORM
             CLOSE OperatorFile
          END-IF
          IF NOT WS-TELLER-OK THEN
             DISPLAY "ERROR: CAJERO " WS-FIND-CAJERO
                " NO HABILITADO - OPERACION RECHAZADA"
             MOVE "Practica2Ventanilla" TO EXLOG-PROGRAM
             MOVE "CAJERO"              TO EXLOG-CODETYPE
             MOVE SPACES                TO EXLOG-CODEVALUE
             MOVE WS-FIND-CAJERO        TO EXLOG-KEYVALUE
             PERFORM LogException
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF.
       OpenDrawer.
          IF AA-CAJERO IS EQUAL TO SPACES
                OR AA-SUCURSAL IS EQUAL TO SPACES
                OR AA-MONEDA IS EQUAL TO SPACES
                OR AA-MONTO-X IS NOT NUMERIC THEN
             DISPLAY "USO: Practica2Ventanilla A <CAJERO> <SUCURSAL> "
                "<MONEDA> <MONTO(11)>"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE AA-CAJERO TO WS-FIND-CAJERO
          PERFORM ValidateTeller
          MOVE AA-MONEDA TO WS-FIND-MONEDA
          PERFORM FindDrawer
          IF WS-DRAWER-FOUND THEN
             DISPLAY "ERROR: EL CAJERO " AA-CAJERO " YA ABRIO SU CAJA "
                "EN " AA-MONEDA " HOY - APERTURA RECHAZADA"
             MOVE 1 TO RETURN-CODE
          ELSE
             MOVE SPACES TO WS-VENT-LINE
             MOVE AA-CAJERO   TO VT-CAJERO
             MOVE AA-SUCURSAL TO VT-SUCURSAL
             MOVE "A"         TO VT-TIPO
             MOVE AA-MONEDA   TO VT-MONEDA
             MOVE AA-MONTO    TO VT-MONTO
             PERFORM WriteJournalLine
             DISPLAY "RESULTADO: CAJA ABIERTA - " AA-CAJERO SPACE
                AA-SUCURSAL SPACE AA-MONEDA SPACE AA-MONTO
          END-IF.
       CloseDrawer.
          IF AC-CAJERO IS EQUAL TO SPACES
                OR AC-MONEDA IS EQUAL TO SPACES
                OR AC-MONTO-X IS NOT NUMERIC THEN
             DISPLAY "USO: Practica2Ventanilla C <CAJERO> <MONEDA> "
                "<ARQUEO(11)>"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE AC-CAJERO TO WS-FIND-CAJERO
          PERFORM ValidateTeller
          MOVE AC-MONEDA TO WS-FIND-MONEDA
          PERFORM FindDrawer
          EVALUATE TRUE
             WHEN NOT WS-DRAWER-FOUND
                DISPLAY "ERROR: EL CAJERO " AC-CAJERO " NO ABRIO CAJA "
                   "EN " AC-MONEDA " HOY - CIERRE RECHAZADO"
                MOVE 1 TO RETURN-CODE
             WHEN DR-CERRADA(DrawerIdx) IS EQUAL TO "Y"
                DISPLAY "ERROR: LA CAJA DE " AC-CAJERO " EN "
                   AC-MONEDA " YA FUE CERRADA - CIERRE RECHAZADO"
                MOVE 1 TO RETURN-CODE
             WHEN OTHER
                MOVE SPACES TO WS-VENT-LINE
                MOVE AC-CAJERO TO VT-CAJERO
                MOVE DR-SUCURSAL(DrawerIdx) TO VT-SUCURSAL
                MOVE "C"       TO VT-TIPO
                MOVE AC-MONEDA TO VT-MONEDA
                MOVE AC-MONTO  TO VT-MONTO
                PERFORM WriteJournalLine
                COMPUTE WS-EXPECTED = DR-APERTURA(DrawerIdx)
                   + DR-DEPOSITOS(DrawerIdx) - DR-RETIROS(DrawerIdx)
                DISPLAY "RESULTADO: CAJA CERRADA - ESPERADO "
                   WS-EXPECTED " ARQUEO " AC-MONTO
          END-EVALUATE.
       CashTransaction.
          IF AT-CAJERO IS EQUAL TO SPACES
                OR AT-DNI IS EQUAL TO SPACES
                OR AT-MONTO-X IS NOT NUMERIC
                OR AT-MONTO IS EQUAL TO ZERO THEN
             DISPLAY "USO: Practica2Ventanilla D|R <CAJERO> <DNI> "
                "<CUENTA> <MONTO(9)>"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE AT-CAJERO TO WS-FIND-CAJERO
          PERFORM ValidateTeller
          PERFORM LoadDbProfile
          MOVE SPACE TO PASSWD
          PERFORM ConnectionSQL
          MOVE AT-DNI    TO V-DOC
          MOVE AT-CUENTA TO V-CUENTA
          MOVE AT-MONTO  TO V-MONTO
          PERFORM ReadAccount
          IF WS-ACCOUNT-OK THEN
             MOVE V-MONEDA TO WS-FIND-MONEDA
             PERFORM FindOpenDrawer
          END-IF
          IF WS-ACCOUNT-OK AND WithdrawMode THEN
             PERFORM CheckWithdrawal
          END-IF
          IF WS-ACCOUNT-OK THEN
             MOVE DR-SUCURSAL(DrawerIdx) TO V-SUCURSAL
             PERFORM BuildTellerRef
             MOVE "N" TO WS-POST-OK-SW
             IF DepositMode THEN
                MOVE "VENTDEPOS" TO V-TIPOMOV
                PERFORM PostCredit
             ELSE
                MOVE "VENTRETIRO" TO V-TIPOMOV
                PERFORM PostDebit
             END-IF
             PERFORM FinishTransaction
          ELSE
             MOVE 1 TO RETURN-CODE
          END-IF
          DISPLAY "DISCONNECT FROM DATABASE...."
          EXEC SQL DISCONNECT ALL END-EXEC.
       PaymentTransaction.
          IF AP-CAJERO IS EQUAL TO SPACES
                OR AP-SDNI IS EQUAL TO SPACES
                OR AP-TDNI IS EQUAL TO SPACES
                OR AP-MONTO-X IS NOT NUMERIC
                OR AP-MONTO IS EQUAL TO ZERO THEN
             DISPLAY "USO: Practica2Ventanilla P <CAJERO> <DNI> "
                "<CUENTA> <DNI-DESTINO> <CUENTA-DESTINO> <MONTO(9)>"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          IF AP-SDNI IS EQUAL TO AP-TDNI
                AND AP-SCUENTA IS EQUAL TO AP-TCUENTA THEN
             DISPLAY "ERROR: ORIGEN Y DESTINO SON LA MISMA CUENTA - "
                "PAGO RECHAZADO"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE AP-CAJERO TO WS-FIND-CAJERO
          PERFORM ValidateTeller
          PERFORM LoadDbProfile
          MOVE SPACE TO PASSWD
          PERFORM ConnectionSQL
          MOVE AP-SDNI    TO V-DOC
          MOVE AP-SCUENTA TO V-CUENTA
          MOVE AP-MONTO   TO V-MONTO
          PERFORM ReadAccount
          IF WS-ACCOUNT-OK THEN
             MOVE V-MONEDA TO WS-FIND-MONEDA
             PERFORM FindOpenDrawer
          END-IF
          IF WS-ACCOUNT-OK THEN
             PERFORM CheckAvailable
          END-IF
          IF WS-ACCOUNT-OK THEN
             MOVE V-FECMOD TO V-SRC-FECMOD
             MOVE V-MONEDA TO V-SRC-MONEDA
             MOVE AP-TDNI    TO V-DOC
             MOVE AP-TCUENTA TO V-CUENTA
             PERFORM ReadAccount
          END-IF
          IF WS-ACCOUNT-OK
                AND V-MONEDA IS NOT EQUAL TO V-SRC-MONEDA THEN
             DISPLAY "ERROR: LAS CUENTAS DEL PAGO SON DE MONEDAS "
                "DISTINTAS - PAGO RECHAZADO"
             MOVE "N" TO WS-ACCOUNT-OK-SW
          END-IF
          IF WS-ACCOUNT-OK THEN
      *      LAS DOS PATAS LLEVAN LA MISMA REFERENCIA Y VIAJAN EN UNA
      *      SOLA TRANSACCION.
             MOVE DR-SUCURSAL(DrawerIdx) TO V-SUCURSAL
             PERFORM BuildTellerRef
             MOVE "N" TO WS-POST-OK-SW
             MOVE AP-SDNI    TO V-DOC
             MOVE AP-SCUENTA TO V-CUENTA
             MOVE V-SRC-FECMOD TO V-FECMOD
             MOVE "VENTPAGEGR" TO V-TIPOMOV
             PERFORM PostDebit
             IF WS-POST-OK THEN
                MOVE "N" TO WS-POST-OK-SW
                MOVE AP-TDNI    TO V-DOC
                MOVE AP-TCUENTA TO V-CUENTA
                PERFORM ReadAccount
                IF WS-ACCOUNT-OK THEN
                   MOVE "VENTPAGING" TO V-TIPOMOV
                   PERFORM PostCredit
                END-IF
             END-IF
             MOVE AP-SDNI    TO AT-DNI
             MOVE AP-SCUENTA TO AT-CUENTA
             PERFORM FinishTransaction
          ELSE
             MOVE 1 TO RETURN-CODE
          END-IF
          DISPLAY "DISCONNECT FROM DATABASE...."
          EXEC SQL DISCONNECT ALL END-EXEC.
       ReadAccount.
      *   LA CUENTA DE UN CLIENTE PENDIENTE DE REVISION POR LISTAS DE
      *   CONTROL SE LEE COMO RETENIDA (ESTADO 'R').
          MOVE "N" TO WS-ACCOUNT-OK-SW
          EXEC SQL
             SELECT saldoact, fecmod,
                CASE WHEN EXISTS
                   (SELECT 1 FROM clientes
                    WHERE dniclien = :V-DOC AND estclien = 'R')
                   THEN 'R' ELSE estcuent END,
                COALESCE(sobregiro, 0), COALESCE(intangcts, 0),
                COALESCE(moncuent, 'PEN')
             INTO :V-SALDO, :V-FECMOD, :V-ESTADO,
                :V-SOBREGIRO, :V-INTANGCTS, :V-MONEDA
             FROM cuenta
             WHERE docclien=:V-DOC AND codcuent=:V-CUENTA
          END-EXEC
          EVALUATE TRUE
             WHEN SQLCODE IS NOT EQUAL TO ZERO
                DISPLAY "ERROR: CUENTA NO ENCONTRADA " V-DOC SPACE
                   V-CUENTA " - OPERACION RECHAZADA"
             WHEN AccountHeld
                DISPLAY "ERROR: LA CUENTA " V-DOC SPACE V-CUENTA
                   " ESTA RETENIDA (ESTADO " V-ESTADO
                   ") - OPERACION RECHAZADA"
                MOVE "Practica2Ventanilla" TO EXLOG-PROGRAM
                MOVE "RETENIDA"            TO EXLOG-CODETYPE
                MOVE V-ESTADO              TO EXLOG-CODEVALUE
                STRING V-DOC DELIMITED BY SIZE
                       SPACE DELIMITED BY SIZE
                       V-CUENTA DELIMITED BY SIZE
                   INTO EXLOG-KEYVALUE
                PERFORM LogException
             WHEN NOT CuentaActiva
                DISPLAY "ERROR: LA CUENTA " V-DOC SPACE V-CUENTA
                   " NO ESTA ACTIVA - OPERACION RECHAZADA"
             WHEN OTHER
                SET WS-ACCOUNT-OK TO TRUE
          END-EVALUATE.
       FindOpenDrawer.
      *   LA OPERACION REQUIERE UNA CAJA ABIERTA DEL CAJERO EN LA
      *   MONEDA DE LA CUENTA; SU SUCURSAL ES LA DE LA OPERACION.
          PERFORM FindDrawer
          IF NOT WS-DRAWER-FOUND THEN
             DISPLAY "ERROR: EL CAJERO " WS-FIND-CAJERO " NO TIENE "
                "CAJA ABIERTA EN " WS-FIND-MONEDA
                " - OPERACION RECHAZADA"
             MOVE "N" TO WS-ACCOUNT-OK-SW
          ELSE
             IF DR-CERRADA(DrawerIdx) IS EQUAL TO "Y" THEN
                DISPLAY "ERROR: LA CAJA DE " WS-FIND-CAJERO " EN "
                   WS-FIND-MONEDA " YA FUE CERRADA - OPERACION "
                   "RECHAZADA"
                MOVE "N" TO WS-ACCOUNT-OK-SW
             END-IF
          END-IF.
       CheckWithdrawal.
      *   EL RETIRO SALE DEL EFECTIVO DE LA CAJA: NO PUEDE PAGARSE
      *   MAS DE LO QUE EL CAJERO TIENE.
          COMPUTE WS-DRAWER-CASH = DR-APERTURA(DrawerIdx)
             + DR-DEPOSITOS(DrawerIdx) - DR-RETIROS(DrawerIdx)
          IF WS-DRAWER-CASH IS LESS THAN V-MONTO THEN
             DISPLAY "ERROR: EFECTIVO INSUFICIENTE EN LA CAJA DE "
                WS-FIND-CAJERO " - RETIRO RECHAZADO"
             MOVE "N" TO WS-ACCOUNT-OK-SW
          ELSE
             PERFORM CheckAvailable
          END-IF.
       CheckAvailable.
      *   DISPONIBLE = SALDO + SOBREGIRO - EMBARGO PENDIENTE -
      *   RETENCIONES (PREAUTORIZACIONES Y CHEQUES EN CANJE); UNA
      *   CUENTA CTS SOLO ENTREGA EL EXCESO SOBRE SU MONTO INTANGIBLE.
          PERFORM ComputeGarnished
          PERFORM ComputeOpenHolds
          COMPUTE V-NEWSALDO = V-SALDO - V-MONTO
          IF V-NEWSALDO + V-SOBREGIRO - WS-GARN-PENDIENTE
                - WS-HOLD-TOTAL IS LESS THAN ZERO THEN
             DISPLAY "ERROR: EL CARGO EXCEDERIA EL DISPONIBLE DE LA "
                "CUENTA (SOBREGIRO, EMBARGOS Y RETENCIONES) - "
                "OPERACION RECHAZADA"
             MOVE "N" TO WS-ACCOUNT-OK-SW
          ELSE
             IF V-INTANGCTS IS GREATER THAN ZERO
                   AND V-NEWSALDO IS LESS THAN V-INTANGCTS THEN
                DISPLAY "ERROR: EL CARGO ENTRARIA EN EL MONTO "
                   "INTANGIBLE CTS DE LA CUENTA - OPERACION RECHAZADA"
                MOVE "Practica2Ventanilla" TO EXLOG-PROGRAM
                MOVE "INTANGCTS"           TO EXLOG-CODETYPE
                MOVE SPACES                TO EXLOG-CODEVALUE
                STRING V-DOC DELIMITED BY SIZE
                       SPACE DELIMITED BY SIZE
                       V-CUENTA DELIMITED BY SIZE
                   INTO EXLOG-KEYVALUE
                PERFORM LogException
                MOVE "N" TO WS-ACCOUNT-OK-SW
             END-IF
          END-IF.
       ComputeOpenHolds.
          MOVE ZERO TO WS-HOLD-TOTAL
          OPEN INPUT HoldsFile
          IF NOT HoldsFileOK THEN
             CLOSE HoldsFile
          ELSE
             READ HoldsFile INTO WS-RETEN-LINE
                AT END SET EOFHoldsFile TO TRUE
             END-READ
             PERFORM UNTIL EOFHoldsFile
                IF RT-DNI IS EQUAL TO V-DOC
                      AND RT-CUENTA IS EQUAL TO V-CUENTA THEN
                   ADD RT-MONTO TO WS-HOLD-TOTAL
                END-IF
                READ HoldsFile INTO WS-RETEN-LINE
                   AT END SET EOFHoldsFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE HoldsFile
          END-IF.
       ComputeGarnished.
      *   SUMA LO PENDIENTE (ORDENADO - RETENIDO) DE LAS ORDENES
      *   ACTIVAS DE EMBARGOS.DAT PARA LA CUENTA A CARGAR.
          MOVE ZERO TO WS-GARN-PENDIENTE
          OPEN INPUT GarnishFile
          IF NOT GarnishFileOK THEN
             CLOSE GarnishFile
          ELSE
             READ GarnishFile INTO WS-EMBARGO-LINE
                AT END SET EOFGarnishFile TO TRUE
             END-READ
             PERFORM UNTIL EOFGarnishFile
                IF EM-DNI IS EQUAL TO V-DOC
                      AND EM-CUENTA IS EQUAL TO V-CUENTA
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
       BuildTellerRef.
      *   LA REFERENCIA IDENTIFICA AL CAJERO: VEN + CAJERO + HORA.
          MOVE SPACES TO V-REF
          MOVE "VEN" TO V-REF(1:3)
          MOVE WS-FIND-CAJERO TO V-REF(4:8)
          ACCEPT V-REF(12:8) FROM TIME
          DISPLAY "REFERENCIA: " V-REF.
       PostCredit.
          EXEC SQL
             UPDATE cuenta
             SET saldoact = saldoact + :V-MONTO,
                 fecmod = CURRENT TIMESTAMP
             WHERE docclien=:V-DOC AND codcuent=:V-CUENTA
               AND fecmod=:V-FECMOD
          END-EXEC
          PERFORM InsertTellerMovement.
       PostDebit.
          EXEC SQL
             UPDATE cuenta
             SET saldoact = saldoact - :V-MONTO,
                 fecmod = CURRENT TIMESTAMP
             WHERE docclien=:V-DOC AND codcuent=:V-CUENTA
               AND fecmod=:V-FECMOD
          END-EXEC
          PERFORM InsertTellerMovement.
       InsertTellerMovement.
          MOVE "N" TO WS-CONFLICT-SW
          IF SQLCODE IS EQUAL TO ZERO THEN
             PERFORM CheckConcurrency
          END-IF
          IF SQLCODE IS EQUAL TO ZERO AND NOT WS-CONFLICT-DETECTED
             EXEC SQL
                INSERT INTO movcuenta
                   (docclien, codcuent, fecmov, montomov,
                    tipomov, refmov, sucursal)
                VALUES
                   (:V-DOC, :V-CUENTA, :V-FECMOV, :V-MONTO,
                    :V-TIPOMOV, :V-REF, :V-SUCURSAL)
             END-EXEC
             IF SQLCODE IS EQUAL TO ZERO THEN
                SET WS-POST-OK TO TRUE
             ELSE
                PERFORM HandlingErrors
             END-IF
          ELSE
             IF NOT WS-CONFLICT-DETECTED THEN
                PERFORM HandlingErrors
             END-IF
          END-IF.
       CheckConcurrency.
          IF SQLERRD(3) IS EQUAL TO ZERO THEN
             SET WS-CONFLICT-DETECTED TO TRUE
             DISPLAY "ERROR: LA CUENTA " V-DOC SPACE V-CUENTA
                " FUE MODIFICADA POR OTRO PROCESO - REINTENTE"
          END-IF.
       FinishTransaction.
      *   EL DIARIO DE VENTANILLA SOLO REGISTRA LO CONFIRMADO.
          IF WS-POST-OK THEN
             EXEC SQL COMMIT WORK END-EXEC
          END-IF
          IF WS-POST-OK AND SQLCODE IS EQUAL TO ZERO THEN
             MOVE SPACES TO WS-VENT-LINE
             MOVE WS-FIND-CAJERO TO VT-CAJERO
             MOVE V-SUCURSAL     TO VT-SUCURSAL
             MOVE WS-MODE        TO VT-TIPO
             MOVE WS-FIND-MONEDA TO VT-MONEDA
             MOVE V-MONTO        TO VT-MONTO
             MOVE AT-DNI         TO VT-DNI
             MOVE AT-CUENTA      TO VT-CUENTA
             MOVE V-REF          TO VT-REF
             PERFORM WriteJournalLine
             DISPLAY "RESULTADO: OPERACION APLICADA - " V-REF
          ELSE
             IF WS-POST-OK THEN
                PERFORM HandlingErrors
             END-IF
             EXEC SQL ROLLBACK WORK END-EXEC
             DISPLAY "RESULTADO: OPERACION NO APLICADA"
             MOVE 1 TO RETURN-CODE
          END-IF.
       WriteJournalLine.
          MOVE WS-RUN-DATE TO VT-FECHA
          ACCEPT VT-HORA FROM TIME
          OPEN EXTEND TellerJournalFile
          IF NOT TellerJournalOK THEN
             CLOSE TellerJournalFile
             OPEN OUTPUT TellerJournalFile
          END-IF
          WRITE TellerJournalBuffer FROM WS-VENT-LINE
          CLOSE TellerJournalFile.
       BalanceDrawers.
      *   CUADRE DE CADA CAJA DEL DIA: ESPERADO = APERTURA +
      *   DEPOSITOS - RETIROS CONTRA EL ARQUEO DEL CIERRE, Y LOS
      *   MISMOS TOTALES ACUMULADOS POR SUCURSAL Y MONEDA.
          STRING "BALVENT_"  DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".DAT"      DELIMITED BY SIZE
             INTO WS-BALANCE-FILENAME
          PERFORM CheckSuspenseLoaded
          OPEN OUTPUT BalanceFile
          MOVE SPACES TO BalanceRecord
          STRING "CUADRE DE VENTANILLA DEL " DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
             INTO BalanceRecord
          WRITE BalanceRecord
          MOVE "CAJAS POR CAJERO" TO BalanceRecord
          WRITE BalanceRecord
          WRITE BalanceRecord FROM WS-BAL-HEADER
          PERFORM VARYING DrawerIdx FROM 1 BY 1
             UNTIL DrawerIdx > DrawerCount
             PERFORM BalanceOneDrawer
          END-PERFORM
          MOVE SPACES TO BalanceRecord
          WRITE BalanceRecord
          MOVE "TOTALES POR SUCURSAL" TO BalanceRecord
          WRITE BalanceRecord
          WRITE BalanceRecord FROM WS-BAL-HEADER
          PERFORM VARYING BranchIdx FROM 1 BY 1
             UNTIL BranchIdx > BranchCount
             PERFORM WriteBranchLine
          END-PERFORM
          CLOSE BalanceFile
          PERFORM WriteControlFigures
          DISPLAY "============================"
          DISPLAY "CAJAS DEL DIA       : " DrawerCount
          DISPLAY "CAJAS SIN CIERRE    : " WS-OPEN-COUNT
          DISPLAY "CAJAS DESCUADRADAS  : " WS-DIFF-COUNT
          DISPLAY "DIFERENCIA ABSOLUTA : " WS-DIFF-AMOUNT
          DISPLAY "============================".
       CheckSuspenseLoaded.
      *   UNA REEJECUCION DEL CUADRE NO DEBE DUPLICAR LAS PARTIDAS DE
      *   CAJA QUE YA DEJO EN SUSPENSO.DAT PARA LA MISMA FECHA.
          MOVE "N" TO WS-SUSP-DONE-SW
          OPEN INPUT SuspenseFile
          IF NOT SuspenseFileOK THEN
             CLOSE SuspenseFile
          ELSE
             READ SuspenseFile INTO WS-SUSP-LINE
                AT END SET EOFSuspenseFile TO TRUE
             END-READ
             PERFORM UNTIL EOFSuspenseFile
                IF SuspensoDeCaja
                      AND SU-ORIGEN IS EQUAL TO WS-RUN-DATE THEN
                   SET WS-SUSP-DONE TO TRUE
                END-IF
                READ SuspenseFile INTO WS-SUSP-LINE
                   AT END SET EOFSuspenseFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE SuspenseFile
          END-IF
          IF WS-SUSP-DONE THEN
             DISPLAY "AVISO: LAS DIFERENCIAS DE CAJA DEL "
                WS-RUN-DATE " YA ESTAN EN SUSPENSO.DAT - NO SE "
                "VUELVEN A REGISTRAR"
          END-IF.
       BalanceOneDrawer.
          COMPUTE WS-EXPECTED = DR-APERTURA(DrawerIdx)
             + DR-DEPOSITOS(DrawerIdx) - DR-RETIROS(DrawerIdx)
          MOVE DR-CAJERO(DrawerIdx)    TO BD-CLAVE
          MOVE DR-SUCURSAL(DrawerIdx)  TO BD-SUCURSAL
          MOVE DR-MONEDA(DrawerIdx)    TO BD-MONEDA
          MOVE DR-APERTURA(DrawerIdx)  TO BD-APERTURA
          MOVE DR-DEPOSITOS(DrawerIdx) TO BD-DEPOSITOS
          MOVE DR-RETIROS(DrawerIdx)   TO BD-RETIROS
          MOVE WS-EXPECTED             TO BD-ESPERADO
          MOVE DR-CONTADO(DrawerIdx)   TO BD-CONTADO
          MOVE ZERO TO WS-DRAWER-DIFF
          IF DR-CERRADA(DrawerIdx) IS NOT EQUAL TO "Y" THEN
      *      SIN ARQUEO NO HAY CUADRE POSIBLE: LA CAJA SE SENALA Y NO
      *      SE INVENTA UNA DIFERENCIA.
             ADD 1 TO WS-OPEN-COUNT
             MOVE "SIN CIERRE" TO BD-ESTADO
             MOVE "Practica2Ventanilla" TO EXLOG-PROGRAM
             MOVE "SINCIERRE"           TO EXLOG-CODETYPE
             MOVE DR-MONEDA(DrawerIdx)  TO EXLOG-CODEVALUE
             MOVE DR-CAJERO(DrawerIdx)  TO EXLOG-KEYVALUE
             PERFORM LogException
          ELSE
             COMPUTE WS-DRAWER-DIFF =
                DR-CONTADO(DrawerIdx) - WS-EXPECTED
             EVALUATE TRUE
                WHEN WS-DRAWER-DIFF IS EQUAL TO ZERO
                   MOVE "CUADRADA" TO BD-ESTADO
                WHEN WS-DRAWER-DIFF IS GREATER THAN ZERO
                   MOVE "SOBRANTE" TO BD-ESTADO
                WHEN OTHER
                   MOVE "FALTANTE" TO BD-ESTADO
             END-EVALUATE
             IF WS-DRAWER-DIFF IS NOT EQUAL TO ZERO THEN
                PERFORM RegisterDifference
             END-IF
          END-IF
          MOVE WS-DRAWER-DIFF TO BD-DIFF
          WRITE BalanceRecord FROM WS-BAL-DETAIL
          PERFORM AccumulateBranch.
       RegisterDifference.
      *   SOBRANTES Y FALTANTES QUEDAN EN EXCEPTION.LOG COMO EL
      *   DESCUADRE DE CAJEROS AUTOMATICOS Y PASAN A SUSPENSO.DAT
      *   COMO PARTIDA DE CAJA A NOMBRE DEL CAJERO.
          ADD 1 TO WS-DIFF-COUNT
          IF WS-DRAWER-DIFF IS LESS THAN ZERO THEN
             SUBTRACT WS-DRAWER-DIFF FROM WS-DIFF-AMOUNT
          ELSE
             ADD WS-DRAWER-DIFF TO WS-DIFF-AMOUNT
          END-IF
          MOVE WS-DRAWER-DIFF TO WS-DIFF-EDIT
          DISPLAY "DESCUADRE: CAJERO " DR-CAJERO(DrawerIdx) SPACE
             DR-MONEDA(DrawerIdx) " DIFERENCIA " WS-DIFF-EDIT
          MOVE "Practica2Ventanilla" TO EXLOG-PROGRAM
          MOVE "DESCUADRE"           TO EXLOG-CODETYPE
          MOVE WS-DIFF-EDIT          TO EXLOG-CODEVALUE
          STRING DR-CAJERO(DrawerIdx) DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 DR-SUCURSAL(DrawerIdx) DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 DR-MONEDA(DrawerIdx) DELIMITED BY SIZE
             INTO EXLOG-KEYVALUE
          PERFORM LogException
          IF NOT WS-SUSP-DONE THEN
             MOVE SPACES TO WS-SUSP-LINE
             MOVE DR-CAJERO(DrawerIdx) TO SU-DNI
             MOVE WS-RUN-DATE  TO SU-ORIGEN
             MOVE WS-DIFF-EDIT TO SU-DIFF
             MOVE "CAJA"       TO SU-FUENTE
             OPEN EXTEND SuspenseFile
             IF NOT SuspenseFileOK THEN
                CLOSE SuspenseFile
                OPEN OUTPUT SuspenseFile
             END-IF
             WRITE SuspenseBuffer FROM WS-SUSP-LINE
             CLOSE SuspenseFile
          END-IF.
       AccumulateBranch.
          MOVE "N" TO WS-BRANCH-FOUND-SW
          PERFORM VARYING BranchIdx FROM 1 BY 1
             UNTIL BranchIdx > BranchCount
             IF BR-SUCURSAL(BranchIdx) IS EQUAL TO
                   DR-SUCURSAL(DrawerIdx)
                   AND BR-MONEDA(BranchIdx) IS EQUAL TO
                      DR-MONEDA(DrawerIdx) THEN
                SET WS-BRANCH-FOUND TO TRUE
                EXIT PERFORM
             END-IF
          END-PERFORM
          IF NOT WS-BRANCH-FOUND THEN
             IF BranchCount IS LESS THAN 200 THEN
                ADD 1 TO BranchCount
                MOVE BranchCount TO BranchIdx
                MOVE DR-SUCURSAL(DrawerIdx) TO BR-SUCURSAL(BranchIdx)
                MOVE DR-MONEDA(DrawerIdx)   TO BR-MONEDA(BranchIdx)
                MOVE ZERO TO BR-APERTURA(BranchIdx)
                MOVE ZERO TO BR-DEPOSITOS(BranchIdx)
                MOVE ZERO TO BR-RETIROS(BranchIdx)
                MOVE ZERO TO BR-CONTADO(BranchIdx)
                MOVE ZERO TO BR-DIFF(BranchIdx)
                MOVE ZERO TO BR-SINCIERRE(BranchIdx)
                SET WS-BRANCH-FOUND TO TRUE
             ELSE
                DISPLAY "AVISO: MAS DE 200 SUCURSALES Y MONEDAS - SE "
                   "OMITE EL TOTAL DE " DR-SUCURSAL(DrawerIdx)
             END-IF
          END-IF
          IF WS-BRANCH-FOUND THEN
             ADD DR-APERTURA(DrawerIdx)  TO BR-APERTURA(BranchIdx)
             ADD DR-DEPOSITOS(DrawerIdx) TO BR-DEPOSITOS(BranchIdx)
             ADD DR-RETIROS(DrawerIdx)   TO BR-RETIROS(BranchIdx)
             ADD DR-CONTADO(DrawerIdx)   TO BR-CONTADO(BranchIdx)
             ADD WS-DRAWER-DIFF          TO BR-DIFF(BranchIdx)
             IF DR-CERRADA(DrawerIdx) IS NOT EQUAL TO "Y" THEN
                ADD 1 TO BR-SINCIERRE(BranchIdx)
             END-IF
          END-IF.
       WriteBranchLine.
          COMPUTE WS-EXPECTED = BR-APERTURA(BranchIdx)
             + BR-DEPOSITOS(BranchIdx) - BR-RETIROS(BranchIdx)
          MOVE "TOTAL"                 TO BD-CLAVE
          MOVE BR-SUCURSAL(BranchIdx)  TO BD-SUCURSAL
          MOVE BR-MONEDA(BranchIdx)    TO BD-MONEDA
          MOVE BR-APERTURA(BranchIdx)  TO BD-APERTURA
          MOVE BR-DEPOSITOS(BranchIdx) TO BD-DEPOSITOS
          MOVE BR-RETIROS(BranchIdx)   TO BD-RETIROS
          MOVE WS-EXPECTED             TO BD-ESPERADO
          MOVE BR-CONTADO(BranchIdx)   TO BD-CONTADO
          MOVE BR-DIFF(BranchIdx)      TO BD-DIFF
          EVALUATE TRUE
             WHEN BR-SINCIERRE(BranchIdx) IS GREATER THAN ZERO
                MOVE "SIN CIERRE" TO BD-ESTADO
             WHEN BR-DIFF(BranchIdx) IS EQUAL TO ZERO
                MOVE "CUADRADA" TO BD-ESTADO
             WHEN BR-DIFF(BranchIdx) IS GREATER THAN ZERO
                MOVE "SOBRANTE" TO BD-ESTADO
             WHEN OTHER
                MOVE "FALTANTE" TO BD-ESTADO
          END-EVALUATE
          WRITE BalanceRecord FROM WS-BAL-DETAIL.
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
          MOVE "Practica2Ventanilla" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          MOVE WS-READ-COUNT TO CIF-READ
          MOVE DrawerCount TO CIF-WRITTEN
          MOVE WS-DIFF-COUNT TO CIF-REJECTED
          MOVE WS-DIFF-AMOUNT TO CIF-AMOUNT
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
          MOVE "Practica2Ventanilla"  TO EXLOG-PROGRAM
          MOVE "SQLCODE"              TO EXLOG-CODETYPE
          MOVE SQLCODE                TO WS-EXLOG-CODE-DISPLAY
          MOVE WS-EXLOG-CODE-DISPLAY  TO EXLOG-CODEVALUE
          STRING V-DOC DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 V-CUENTA DELIMITED BY SIZE
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

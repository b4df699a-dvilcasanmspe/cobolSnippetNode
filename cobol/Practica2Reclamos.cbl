       IDENTIFICATION DIVISION.
       PROGRAM-ID. Practica2Reclamos.
      * RECLAMOS DE CAJERO: EL CLIENTE DICE QUE EL CAJERO LE DEBITO UN
      * RETIRO SIN ENTREGAR EL EFECTIVO. CADA CASO QUEDA EN
      * RECLAMOS.DAT CON EL CLIENTE, LA TARJETA, EL TERMINAL, EL MONTO
      * Y LA OPERACION ORIGINAL (REFERENCIA PST DEL POSTEO).
      * MODOS:
      *   A DNI TARJETA TERMINAL MONTO FECHA OPERADOR
      *               APERTURA: BUSCA EL RETIRO EN LOS FEEDS DEL DIA
      *               (OPECLIENORD.DAT Y report.dat) Y EN MOVCUENTA;
      *               MONTO 9999999.99, FECHA AAAA-MM-DD
      *   P CASO OPERADOR
      *               RECLAMO ACEPTADO: ABONO PROVISIONAL RECLAMOPRV
      *               Y EL CASO QUEDA EN SEGUIMIENTO DE LIQUIDACION
      *   R CASO OPERADOR
      *               RECLAMO RECHAZADO SIN ABONO
      *   C CASO OPERADOR
      *               CIERRE CONFIRMANDO EL ABONO PROVISIONAL
      *   X CASO OPERADOR
      *               CIERRE REVIRTIENDO EL ABONO CON EL EXTORNO DE
      *               Practica2-3Sesion6
      *   V           ANTIGUEDAD NOCTURNA DE LOS CASOS PENDIENTES
      *               CONTRA EL PLAZO REGULATORIO DE RESPUESTA
      *               (PARAMRECLAMO.DAT, DIAS CALENDARIO; 30 SI NO
      *               EXISTE) EN RECLAMOSANT_<FECHA>.DAT
      * AL CERRAR (C, X O R) SE ADJUNTA COMO EVIDENCIA EL SOBRANTE DEL
      * TERMINAL SEGUN POSICIONATM.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ClaimFile ASSIGN TO "RECLAMOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RECLAMO-STATUS.
          SELECT NewClaimFile ASSIGN TO "RECLAMOSNEW.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-NEWRECL-STATUS.
          SELECT CopyClaimFile ASSIGN TO "RECLAMOSNEW.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COPYRECL-STATUS.
          SELECT OpenClientFile ASSIGN TO 'OPECLIENORD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OPECLIEN-STATUS.
          SELECT ReportDatFile ASSIGN TO "report.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPTDAT-STATUS.
          SELECT PositionFile ASSIGN TO "POSICIONATM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-POS-STATUS.
          SELECT DeadlineFile ASSIGN TO "PARAMRECLAMO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PLAZO-STATUS.
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
       FD ClaimFile.
       01 ClaimBuffer            PIC X(160)  VALUES SPACES.
          88 EOFClaimFile        VALUES      HIGH-VALUES.
       FD NewClaimFile.
       01 NewClaimBuffer         PIC X(160)  VALUES SPACES.
       FD CopyClaimFile.
       01 CopyClaimBuffer        PIC X(160)  VALUES SPACES.
          88 EOFCopyClaim        VALUES      HIGH-VALUES.
       FD OpenClientFile.
       01 OpenClientBuffer       PIC X(45)   VALUES SPACES.
          88 EOFOpenClien        VALUES      HIGH-VALUES.
       FD ReportDatFile.
       01 ReportDatBuffer        PIC X(66)   VALUES SPACES.
          88 EOFReportDat        VALUES      HIGH-VALUES.
       FD PositionFile.
       01 PositionBuffer         PIC X(30)   VALUES SPACES.
          88 EOFPositionFile     VALUES      HIGH-VALUES.
       FD DeadlineFile.
       01 DeadlineBuffer         PIC X(10)   VALUES SPACES.
       FD AgingFile.
       01 AgingRecord            PIC X(100)  VALUES SPACES.
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
       COPY "MaskCardFields".
       COPY "DisputeFields".
       01 WS-RUN-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-TODAY               PIC 9(8)    VALUE ZERO.
       01 WS-NEWRECL-STATUS      PIC X(2)    VALUE SPACE.
          88 NewClaimFileOK      VALUE "00".
       01 WS-COPYRECL-STATUS     PIC X(2)    VALUE SPACE.
       01 WS-OPECLIEN-STATUS     PIC X(2)    VALUE SPACE.
          88 OpeclienFileOK      VALUE "00".
       01 WS-RPTDAT-STATUS       PIC X(2)    VALUE SPACE.
          88 ReportDatOK         VALUE "00".
       01 WS-POS-STATUS          PIC X(2)    VALUE SPACE.
          88 PositionFileOK      VALUE "00".
       01 WS-PLAZO-STATUS        PIC X(2)    VALUE SPACE.
          88 DeadlineFileOK      VALUE "00".
       01 WS-AGING-STATUS        PIC X(2)    VALUE SPACE.
          88 AgingFileOK         VALUE "00".
       01 WS-AGING-FILENAME      PIC X(30)   VALUE SPACES.
       01 WS-CMDLINE             PIC X(102)  VALUE SPACES.
       01 WS-CMDLINE-FIELDS REDEFINES WS-CMDLINE.
          05 WS-MODE             PIC X(1).
             88 OpenMode         VALUE "A".
             88 AcceptMode       VALUE "P".
             88 RejectMode       VALUE "R".
             88 ConfirmMode      VALUE "C".
             88 ReverseMode      VALUE "X".
             88 AgingMode        VALUE "V".
          05 FILLER              PIC X.
          05 WS-CMDDATA          PIC X(100).
       01 WS-OPEN-REQUEST.
          05 OQ-DNI              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 OQ-CARD             PIC X(16)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 OQ-TERMINAL         PIC X(4)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 OQ-MONTO-IN.
             10 OQ-MONTO-ENT     PIC 9(7)    VALUE ZERO.
             10 FILLER           PIC X       VALUE ".".
             10 OQ-MONTO-DEC     PIC 9(2)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 OQ-FECHA            PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 OQ-OPERADOR         PIC X(8)    VALUE SPACES.
       01 WS-CASE-REQUEST.
          05 CQ-CASO             PIC 9(7)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 CQ-OPERADOR         PIC X(8)    VALUE SPACES.
       01 WS-OQ-MONTO            PIC 9(7)V99 VALUE ZERO.
       01 OpenClientRecord.
          05 DNI                 PIC X(8)    VALUES SPACES.
          05 Card                PIC X(16)   VALUES SPACES.
          05 Amount              PIC 9(5)V9(2) VALUES ZEROS.
          05 Money               PIC X(3)    VALUES SPACES.
          05 RecordDate          PIC X(10)   VALUES SPACES.
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
             88 TxnIsRetiro      VALUE "RETIRO".
          05 FILLER              PIC X.
          05 PosCod              PIC X(4).
          05 FILLER              PIC X.
          05 PosType             PIC X(4).
       01 WS-POSITION-LINE.
          05 PL-TERMINAL         PIC X(4)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 PL-MONEY            PIC X(3)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 PL-POSITION         PIC S9(9) SIGN IS LEADING SEPARATE
                                             VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 PL-SOBRANTE         PIC S9(9) SIGN IS LEADING SEPARATE
                                             VALUE ZERO.
       01 WS-PLAZO-LINE.
          05 PLAZO-DIAS          PIC 9(3)    VALUE ZERO.
       01 WS-PLAZO               PIC 9(3)    VALUE 30.
      * ORDINAL DEL RETIRO EN OPECLIENORD.DAT: ES EL MISMO QUE USA
      * Practica2Posteo PARA ARMAR LA REFERENCIA PST DEL MOVIMIENTO.
       01 WS-OPECLIEN-SEQ        PIC 9(7)    VALUE ZERO.
       01 WS-FEED-SW             PIC X(1)    VALUE "N".
          88 WS-FEED-FOUND       VALUE "Y".
       01 WS-TERM-SW             PIC X(1)    VALUE "N".
          88 WS-TERM-FOUND       VALUE "Y".
       01 WS-CASE-SW             PIC X(1)    VALUE "N".
          88 WS-CASE-FOUND       VALUE "Y".
       01 WS-DUP-SW              PIC X(1)    VALUE "N".
          88 WS-DUP-FOUND        VALUE "Y".
       01 WS-POS-SW              PIC X(1)    VALUE "N".
          88 WS-POS-FOUND        VALUE "Y".
       01 WS-DUP-CASO            PIC 9(7)    VALUE ZERO.
       01 WS-LAST-CASO           PIC 9(7)    VALUE ZERO.
       01 WS-FAIL-REASON         PIC X(30)   VALUE SPACES.
       01 WS-CASE-LINE           PIC X(160)  VALUE SPACES.
      * MONTO DEL ABONO EDITADO COMO LO ESPERA EL MODO EXTORNO
      * (9999999.99).
       01 WS-EXT-MONTO.
          05 XM-MONTO-ENT        PIC 9(7)    VALUE ZERO.
          05 FILLER              PIC X       VALUE ".".
          05 XM-MONTO-DEC        PIC 9(2)    VALUE ZERO.
       01 WS-COMMAND             PIC X(150)  VALUE SPACES.
       01 WS-SYSTEM-RC           PIC S9(9) COMP-5 VALUE ZERO.
       01 D-SOBRANTE             PIC -(8)9.
       01 D-MONTO                PIC Z(6)9.99.
      * CUENTA DE DIAS CALENDARIO DESDE LA APERTURA, COMO EN
      * Practica2Prestamos.
       01 WS-DAY-COUNT           PIC 9(5)    VALUE ZERO.
       01 WS-TO-DATE             PIC 9(8)    VALUE ZERO.
       01 WS-NEXT-DATE           PIC 9(8)    VALUE ZERO.
       01 WS-NEXT-DATE-FIELDS REDEFINES WS-NEXT-DATE.
          05 WS-NEXT-YEAR        PIC 9(4).
          05 WS-NEXT-MONTH       PIC 9(2).
          05 WS-NEXT-DAY         PIC 9(2).
       01 WS-DAYS-IN-MONTH       PIC 9(2)    VALUE ZERO.
       01 WS-LEAP-REM-4          PIC 9(4)    VALUE ZERO.
       01 WS-LEAP-REM-100        PIC 9(4)    VALUE ZERO.
       01 WS-LEAP-REM-400        PIC 9(4)    VALUE ZERO.
       01 WS-LEAP-QUOT           PIC 9(4)    VALUE ZERO.
       01 WS-DAYS-LEFT           PIC S9(5)   VALUE ZERO.
       01 WS-READ-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-OPEN-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-OVERDUE-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-OPEN-AMOUNT         PIC 9(10)V99 VALUE ZERO.
       01 WS-AGING-HEADER.
          05 FILLER              PIC X(38)   VALUE
             "RECLAMOS PENDIENTES DE CAJERO - FECHA:".
          05 FILLER              PIC X       VALUE SPACE.
          05 AGH-DATE            PIC 9(8)    VALUE ZERO.
          05 FILLER              PIC X(8)    VALUE " PLAZO: ".
          05 AGH-PLAZO           PIC ZZ9.
          05 FILLER              PIC X(5)    VALUE " DIAS".
       01 WS-AGING-DETAIL.
          05 AGD-CASO            PIC 9(7)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 AGD-DNI             PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 AGD-CARD            PIC X(16)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 AGD-TERMINAL        PIC X(4)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 AGD-MONTO           PIC Z(6)9.99.
          05 FILLER              PIC X       VALUE SPACE.
          05 AGD-ESTADO          PIC X(1)    VALUE SPACE.
          05 FILLER              PIC X       VALUE SPACE.
          05 AGD-APERTURA        PIC 9(8)    VALUE ZERO.
          05 FILLER              PIC X(6)    VALUE " DIAS ".
          05 AGD-DIAS            PIC ZZZZ9.
          05 FILLER              PIC X(7)    VALUE " RESTA ".
          05 AGD-RESTA           PIC -(4)9.
          05 FILLER              PIC X       VALUE SPACE.
          05 AGD-FLAG            PIC X(10)   VALUE SPACES.
       01 WS-AGING-TOTAL.
          05 FILLER              PIC X(20)   VALUE
             "CASOS PENDIENTES   :".
          05 AGT-COUNT           PIC ZZZZZZ9.
          05 FILLER              PIC X(13)   VALUE " VENCIDOS   :".
          05 AGT-OVERDUE         PIC ZZZZZZ9.
          05 FILLER              PIC X(8)    VALUE " MONTO: ".
          05 AGT-MONTO           PIC Z(9)9.99.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME           PIC X(30)      VALUE SPACE.
       01 USERNAME         PIC X(64)      VALUE SPACE.
       01 PASSWD           PIC X(10)      VALUE SPACE.
       01 Q-DOC            PIC X(8)       VALUE SPACE.
       01 Q-CUENTA         PIC X(10)      VALUE SPACE.
       01 Q-MONTO          PIC 9(7)V99    VALUE ZERO.
       01 Q-FECMOV         PIC X(10)      VALUE SPACE.
       01 Q-REF            PIC X(19)      VALUE SPACE.
       01 Q-REF-COUNT      PIC 9(5)       VALUE ZERO.
       01 Q-SUCURSAL       PIC X(4)       VALUE SPACE.
       01 Q-ESTADO         PIC X(1)       VALUE SPACE.
          88 AccountActive VALUE "A".
          88 AccountHeld   VALUES "S", "J", "R".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "*** RECLAMOS DE CAJERO ***"
          PERFORM LoadProcessDate
          ACCEPT WS-TODAY FROM DATE YYYYMMDD
          PERFORM LoadPanMode
          ACCEPT WS-CMDLINE FROM COMMAND-LINE
          EVALUATE TRUE
             WHEN AgingMode
                PERFORM AgeOpenClaims
             WHEN OpenMode
                MOVE WS-CMDDATA TO WS-OPEN-REQUEST
                PERFORM ConnectDatabase
                PERFORM OpenClaim
                PERFORM DisconnectDatabase
             WHEN AcceptMode OR RejectMode OR ConfirmMode
                   OR ReverseMode
                MOVE WS-CMDDATA TO WS-CASE-REQUEST
                PERFORM ConnectDatabase
                PERFORM ResolveClaim
                PERFORM DisconnectDatabase
             WHEN OTHER
                DISPLAY "USO: Practica2Reclamos A|P|R|C|X|V ..."
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
       LoadPanMode.
          ACCEPT WS-PAN-MODE FROM ENVIRONMENT "CUENTA_PAN_MODE"
          IF PanUnmasked THEN
             ACCEPT WS-PAN-USER FROM ENVIRONMENT
                "CUENTA_PAN_USUARIO"
             ACCEPT WS-PAN-REASON FROM ENVIRONMENT
                "CUENTA_PAN_MOTIVO"
             IF WS-PAN-USER IS EQUAL TO SPACES
                   OR WS-PAN-REASON IS EQUAL TO SPACES THEN
                DISPLAY "ERROR: MODO PAN COMPLETO SIN USUARIO "
                   "O MOTIVO - SE MANTIENE ENMASCARADO"
                MOVE SPACES TO WS-PAN-MODE
             ELSE
                DISPLAY "AVISO: TARJETAS SIN ENMASCARAR - "
                   "USUARIO " WS-PAN-USER " MOTIVO " WS-PAN-REASON
                MOVE "Practica2Reclamos" TO EXLOG-PROGRAM
                MOVE "PANACCESS" TO EXLOG-CODETYPE
                MOVE WS-PAN-USER TO EXLOG-CODEVALUE
                MOVE WS-PAN-REASON TO EXLOG-KEYVALUE
                PERFORM LogException
             END-IF
          END-IF.
       MaskClaimCard.
          IF PanUnmasked THEN
             MOVE RC-CARD TO WS-MASKED-CARD
          ELSE
             CALL "MaskCardNumber"
                USING BY CONTENT RC-CARD
                      BY REFERENCE WS-MASKED-CARD
          END-IF.
       ConnectDatabase.
          PERFORM LoadDbProfile
          MOVE SPACE TO PASSWD
          PERFORM ConnectionSQL.
       DisconnectDatabase.
          DISPLAY "DISCONNECT FROM DATABASE...."
          EXEC SQL DISCONNECT ALL END-EXEC.
       OpenClaim.
      *   EL RETIRO RECLAMADO DEBE ESTAR EN EL FEED POSTEADO DEL DIA
      *   (OPECLIENORD.DAT) Y EN MOVCUENTA CON LA REFERENCIA QUE LE
      *   DIO EL POSTEO; report.dat APORTA LA HORA EN EL TERMINAL.
          DISPLAY "========================================="
          MOVE SPACES TO WS-FAIL-REASON
          IF OQ-DNI IS EQUAL TO SPACES
                OR OQ-CARD IS EQUAL TO SPACES
                OR OQ-TERMINAL IS EQUAL TO SPACES
                OR OQ-MONTO-ENT IS NOT NUMERIC
                OR OQ-MONTO-DEC IS NOT NUMERIC
                OR OQ-FECHA(5:1) IS NOT EQUAL TO "-"
                OR OQ-OPERADOR IS EQUAL TO SPACES THEN
             DISPLAY "USO: Practica2Reclamos A <DNI> <TARJETA> "
                "<TERMINAL> <MONTO 9999999.99> <AAAA-MM-DD> "
                "<OPERADOR>"
             MOVE 1 TO RETURN-CODE
          ELSE
             COMPUTE WS-OQ-MONTO = OQ-MONTO-ENT + OQ-MONTO-DEC / 100
             MOVE SPACES TO WS-RECLAMO-LINE
             MOVE OQ-CARD TO RC-CARD
             PERFORM MaskClaimCard
             DISPLAY "APERTURA DE RECLAMO: " OQ-DNI SPACE
                WS-MASKED-CARD " TERMINAL " OQ-TERMINAL
                " MONTO " OQ-MONTO-IN " FECHA " OQ-FECHA
             PERFORM FindFeedWithdrawal
             IF NOT WS-FEED-FOUND THEN
                MOVE "RETIRO NO ENCONTRADO EN FEED" TO WS-FAIL-REASON
             ELSE
                PERFORM FindExistingClaim
                IF WS-DUP-FOUND THEN
                   MOVE "RETIRO YA RECLAMADO" TO WS-FAIL-REASON
                   DISPLAY "LOG: EL RETIRO YA TIENE EL CASO "
                      WS-DUP-CASO
                ELSE
                   PERFORM FindPostedWithdrawal
                END-IF
             END-IF
             IF WS-FAIL-REASON IS EQUAL TO SPACES THEN
                PERFORM FindTerminalRecord
                PERFORM AppendClaim
             ELSE
                DISPLAY "ERROR: RECLAMO NO ABIERTO - " WS-FAIL-REASON
                MOVE 1 TO RETURN-CODE
             END-IF
          END-IF
          DISPLAY "=========================================".
       FindFeedWithdrawal.
          MOVE "N" TO WS-FEED-SW
          MOVE ZERO TO WS-OPECLIEN-SEQ
          OPEN INPUT OpenClientFile
          IF NOT OpeclienFileOK THEN
             DISPLAY "LOG: SIN OPECLIENORD.DAT"
             CLOSE OpenClientFile
          ELSE
             READ OpenClientFile INTO OpenClientRecord
                AT END SET EOFOpenClien TO TRUE
             END-READ
             PERFORM UNTIL EOFOpenClien OR WS-FEED-FOUND
                IF DNI IS NOT EQUAL TO "*TRAILER" THEN
                   ADD 1 TO WS-OPECLIEN-SEQ
                   IF DNI IS EQUAL TO OQ-DNI
                         AND Card IS EQUAL TO OQ-CARD
                         AND RecordDate IS EQUAL TO OQ-FECHA
                         AND Amount IS EQUAL TO WS-OQ-MONTO THEN
                      SET WS-FEED-FOUND TO TRUE
                      MOVE Money TO RC-MONEDA
                   END-IF
                END-IF
                IF NOT WS-FEED-FOUND THEN
                   READ OpenClientFile INTO OpenClientRecord
                      AT END SET EOFOpenClien TO TRUE
                   END-READ
                END-IF
             END-PERFORM
             CLOSE OpenClientFile
          END-IF
          IF WS-FEED-FOUND THEN
             MOVE SPACES TO RC-REFORIG
             MOVE "PST" TO RC-REFORIG(1:3)
             MOVE WS-RUN-DATE TO RC-REFORIG(4:8)
             MOVE "O" TO RC-REFORIG(12:1)
             MOVE WS-OPECLIEN-SEQ TO RC-REFORIG(13:7)
             IF RC-MONEDA IS EQUAL TO SPACES THEN
                MOVE "PEN" TO RC-MONEDA
             END-IF
          END-IF.
       FindExistingClaim.
          MOVE "N" TO WS-DUP-SW
          MOVE ZERO TO WS-LAST-CASO
          MOVE WS-RECLAMO-LINE TO WS-CASE-LINE
          OPEN INPUT ClaimFile
          IF ClaimFileOK THEN
             READ ClaimFile INTO WS-RECLAMO-LINE
                AT END SET EOFClaimFile TO TRUE
             END-READ
             PERFORM UNTIL EOFClaimFile
                IF RC-CASO IS NUMERIC
                      AND RC-CASO IS GREATER THAN WS-LAST-CASO THEN
                   MOVE RC-CASO TO WS-LAST-CASO
                END-IF
                IF RC-REFORIG IS EQUAL TO WS-CASE-LINE(82:19)
                      AND NOT ReclamoRechazado THEN
                   SET WS-DUP-FOUND TO TRUE
                   MOVE RC-CASO TO WS-DUP-CASO
                END-IF
                READ ClaimFile INTO WS-RECLAMO-LINE
                   AT END SET EOFClaimFile TO TRUE
                END-READ
             END-PERFORM
          END-IF
          CLOSE ClaimFile
          MOVE WS-CASE-LINE TO WS-RECLAMO-LINE.
       FindPostedWithdrawal.
          MOVE OQ-DNI     TO Q-DOC
          MOVE RC-REFORIG TO Q-REF
          MOVE SPACES TO Q-CUENTA
          EXEC SQL
             SELECT codcuent, fecmov, montomov
             INTO :Q-CUENTA, :Q-FECMOV, :Q-MONTO
             FROM movcuenta
             WHERE refmov = :Q-REF AND docclien = :Q-DOC
               AND tipomov = 'RETIRO'
          END-EXEC
          EVALUATE SQLCODE
             WHEN ZERO
                MOVE Q-CUENTA TO RC-CUENTA
                MOVE Q-FECMOV TO RC-FECOPE
                MOVE Q-MONTO  TO RC-MONTO
             WHEN 100
                MOVE "RETIRO NO POSTEADO EN CUENTA" TO WS-FAIL-REASON
             WHEN OTHER
                PERFORM HandlingErrors
                MOVE "ERROR SQL" TO WS-FAIL-REASON
          END-EVALUATE.
       FindTerminalRecord.
      *   EL RETIRO EN EL TERMINAL: MISMA TARJETA, TERMINAL, FECHA Y
      *   MONTO. SIN ESE REGISTRO EL CASO SE ABRE IGUAL, SIN HORA.
          MOVE "N" TO WS-TERM-SW
          MOVE "--:--" TO RC-HORAOPE
          OPEN INPUT ReportDatFile
          IF NOT ReportDatOK THEN
             CLOSE ReportDatFile
          ELSE
             READ ReportDatFile INTO ReportDatRecord
                AT END SET EOFReportDat TO TRUE
             END-READ
             PERFORM UNTIL EOFReportDat OR WS-TERM-FOUND
                IF TxnIsRetiro
                      AND PinCardRecord IS EQUAL TO OQ-CARD
                      AND PosCod IS EQUAL TO OQ-TERMINAL
                      AND DateRecord IS EQUAL TO OQ-FECHA
                      AND Qty IS EQUAL TO WS-OQ-MONTO THEN
                   SET WS-TERM-FOUND TO TRUE
                   MOVE TimeRecord TO RC-HORAOPE
                ELSE
                   READ ReportDatFile INTO ReportDatRecord
                      AT END SET EOFReportDat TO TRUE
                   END-READ
                END-IF
             END-PERFORM
             CLOSE ReportDatFile
          END-IF
          IF NOT WS-TERM-FOUND THEN
             DISPLAY "AVISO: SIN REGISTRO DEL TERMINAL EN report.dat "
                "- EL CASO QUEDA SIN HORA"
          END-IF.
       AppendClaim.
          ADD 1 TO WS-LAST-CASO
          MOVE WS-LAST-CASO TO RC-CASO
          MOVE OQ-DNI       TO RC-DNI
          MOVE OQ-TERMINAL  TO RC-TERMINAL
          MOVE "A"          TO RC-ESTADO
          MOVE WS-TODAY     TO RC-APERTURA
          MOVE ZERO         TO RC-CIERRE RC-SOBRANTE
          MOVE OQ-OPERADOR  TO RC-OPERADOR
          OPEN EXTEND ClaimFile
          IF NOT ClaimFileOK THEN
             CLOSE ClaimFile
             OPEN OUTPUT ClaimFile
          END-IF
          WRITE ClaimBuffer FROM WS-RECLAMO-LINE
          CLOSE ClaimFile
          MOVE RC-MONTO TO D-MONTO
          DISPLAY "MESSAGE: RECLAMO " RC-CASO " ABIERTO - CUENTA "
             RC-CUENTA " MONTO " D-MONTO " OPERACION " RC-REFORIG
          MOVE "RECLAMO" TO EXLOG-CODETYPE
          MOVE "ABIERTO" TO EXLOG-CODEVALUE
          PERFORM LogClaimEvent.
       ResolveClaim.
          DISPLAY "========================================="
          MOVE SPACES TO WS-FAIL-REASON
          PERFORM FindClaim
          EVALUATE TRUE
             WHEN CQ-OPERADOR IS EQUAL TO SPACES
                MOVE "FALTA EL OPERADOR" TO WS-FAIL-REASON
             WHEN NOT WS-CASE-FOUND
                MOVE "CASO INEXISTENTE" TO WS-FAIL-REASON
             WHEN (AcceptMode OR RejectMode) AND NOT ReclamoAbierto
                MOVE "EL CASO NO ESTA ABIERTO" TO WS-FAIL-REASON
             WHEN (ConfirmMode OR ReverseMode)
                   AND NOT ReclamoEnSeguimiento
                MOVE "EL CASO NO TIENE ABONO PROVISIONAL"
                   TO WS-FAIL-REASON
             WHEN OTHER
                PERFORM MaskClaimCard
                DISPLAY "CASO " RC-CASO " " RC-DNI SPACE RC-CUENTA
                   SPACE WS-MASKED-CARD " ESTADO " RC-ESTADO
          END-EVALUATE
          IF WS-FAIL-REASON IS EQUAL TO SPACES THEN
             EVALUATE TRUE
                WHEN AcceptMode
                   PERFORM PostProvisionalCredit
                WHEN RejectMode
                   PERFORM AttachTerminalEvidence
                   MOVE "R" TO RC-ESTADO
                WHEN ConfirmMode
                   PERFORM AttachTerminalEvidence
                   MOVE "C" TO RC-ESTADO
                WHEN ReverseMode
                   PERFORM AttachTerminalEvidence
                   PERFORM ReverseProvisionalCredit
             END-EVALUATE
          END-IF
          IF WS-FAIL-REASON IS EQUAL TO SPACES THEN
             MOVE CQ-OPERADOR TO RC-OPERADOR
             IF NOT ReclamoPendiente THEN
                MOVE WS-TODAY TO RC-CIERRE
             END-IF
             PERFORM RewriteClaim
             DISPLAY "MESSAGE: CASO " RC-CASO " QUEDA EN ESTADO "
                RC-ESTADO
             MOVE "RECLAMO"  TO EXLOG-CODETYPE
             MOVE SPACES     TO EXLOG-CODEVALUE
             MOVE RC-ESTADO  TO EXLOG-CODEVALUE
             PERFORM LogClaimEvent
          ELSE
             DISPLAY "ERROR: " WS-FAIL-REASON
             MOVE 1 TO RETURN-CODE
          END-IF
          DISPLAY "=========================================".
       FindClaim.
          MOVE "N" TO WS-CASE-SW
          OPEN INPUT ClaimFile
          IF ClaimFileOK THEN
             READ ClaimFile INTO WS-RECLAMO-LINE
                AT END SET EOFClaimFile TO TRUE
             END-READ
             PERFORM UNTIL EOFClaimFile OR WS-CASE-FOUND
                IF RC-CASO IS EQUAL TO CQ-CASO THEN
                   SET WS-CASE-FOUND TO TRUE
                ELSE
                   READ ClaimFile INTO WS-RECLAMO-LINE
                      AT END SET EOFClaimFile TO TRUE
                   END-READ
                END-IF
             END-PERFORM
          END-IF
          CLOSE ClaimFile.
       PostProvisionalCredit.
      *   ABONO PROVISIONAL DEL MONTO DEBITADO, CON REFERENCIA PROPIA
      *   DEL CASO PARA QUE UN RELANZAMIENTO NO ABONE DOS VECES.
          MOVE RC-DNI    TO Q-DOC
          MOVE RC-CUENTA TO Q-CUENTA
          MOVE RC-MONTO  TO Q-MONTO
          MOVE SPACES TO Q-REF
          MOVE "RCMP" TO Q-REF(1:4)
          MOVE RC-CASO TO Q-REF(5:7)
          MOVE SPACES TO Q-FECMOV
          STRING WS-TODAY(1:4) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-TODAY(5:2) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-TODAY(7:2) DELIMITED BY SIZE
             INTO Q-FECMOV
          MOVE ZERO TO Q-REF-COUNT
          EXEC SQL
             SELECT COUNT(*) INTO :Q-REF-COUNT
             FROM movcuenta
             WHERE refmov = :Q-REF
          END-EXEC
          IF Q-REF-COUNT IS GREATER THAN ZERO THEN
             DISPLAY "LOG: ABONO " Q-REF " YA POSTEADO - SE REGISTRA"
             EXEC SQL
                SELECT fecmov INTO :Q-FECMOV
                FROM movcuenta
                WHERE refmov = :Q-REF
             END-EXEC
          ELSE
             PERFORM ReadAccount
             EVALUATE TRUE
                WHEN WS-FAIL-REASON IS NOT EQUAL TO SPACES
                   CONTINUE
                WHEN AccountHeld
                   MOVE "CUENTA RETENIDA" TO WS-FAIL-REASON
                WHEN NOT AccountActive
                   MOVE "CUENTA NO ACTIVA" TO WS-FAIL-REASON
                WHEN OTHER
                   EXEC SQL
                      INSERT INTO movcuenta
                         (docclien, codcuent, fecmov, montomov,
                          tipomov, sucursal, refmov)
                      VALUES
                         (:Q-DOC, :Q-CUENTA, :Q-FECMOV, :Q-MONTO,
                          'RECLAMOPRV', :Q-SUCURSAL, :Q-REF)
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
                   ELSE
                      PERFORM HandlingErrors
                      MOVE "ERROR SQL" TO WS-FAIL-REASON
                      EXEC SQL ROLLBACK WORK END-EXEC
                   END-IF
             END-EVALUATE
          END-IF
          IF WS-FAIL-REASON IS EQUAL TO SPACES THEN
             MOVE Q-FECMOV TO RC-FECABONO
             MOVE "P" TO RC-ESTADO
             MOVE RC-MONTO TO D-MONTO
             DISPLAY "LOG: ABONO PROVISIONAL " Q-REF " POR " D-MONTO
                " - CASO EN SEGUIMIENTO DE LIQUIDACION"
          END-IF.
       ReadAccount.
          MOVE SPACE TO Q-ESTADO
          EXEC SQL
             SELECT estcuent, COALESCE(sucursal, '0001')
             INTO :Q-ESTADO, :Q-SUCURSAL
             FROM cuenta
             WHERE docclien=:Q-DOC AND codcuent=:Q-CUENTA
          END-EXEC
          IF SQLCODE IS NOT EQUAL TO ZERO THEN
             MOVE "CUENTA NO ENCONTRADA" TO WS-FAIL-REASON
             PERFORM HandlingErrors
          END-IF.
       ReverseProvisionalCredit.
      *   EL ABONO SE REVIERTE CON EL EXTORNO DE Practica2-3Sesion6,
      *   QUE APLICA SUS PROPIAS REGLAS (CUENTA RETENIDA, DISPONIBLE
      *   Y CANDADO CONTRA DOBLE EXTORNO). SI EL EXTORNO NO SE APLICA
      *   EL CASO SIGUE EN SEGUIMIENTO.
          MOVE RC-MONTO TO XM-MONTO-ENT
          COMPUTE XM-MONTO-DEC = (RC-MONTO - XM-MONTO-ENT) * 100
          MOVE SPACES TO WS-COMMAND
          STRING "./Practica2-3Sesion6 " DELIMITED BY SIZE
                 QUOTE           DELIMITED BY SIZE
                 "X "            DELIMITED BY SIZE
                 RC-DNI          DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 RC-CUENTA       DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 RC-FECABONO     DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 "RECLAMOPRV"    DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 WS-EXT-MONTO    DELIMITED BY SIZE
                 QUOTE           DELIMITED BY SIZE
             INTO WS-COMMAND
          DISPLAY "EJECUTANDO: " WS-COMMAND
          CALL "SYSTEM" USING WS-COMMAND
             RETURNING WS-SYSTEM-RC
          IF WS-SYSTEM-RC IS EQUAL TO ZERO THEN
             MOVE "X" TO RC-ESTADO
          ELSE
             MOVE "EXTORNO NO APLICADO" TO WS-FAIL-REASON
          END-IF.
       AttachTerminalEvidence.
      *   SOBRANTE DEL TERMINAL EN SU ULTIMO CONTEO FISICO: UN
      *   SOBRANTE POSITIVO RESPALDA QUE EL EFECTIVO NO SE ENTREGO.
          MOVE "N" TO WS-POS-SW
          MOVE ZERO TO RC-SOBRANTE
          OPEN INPUT PositionFile
          IF PositionFileOK THEN
             READ PositionFile INTO WS-POSITION-LINE
                AT END SET EOFPositionFile TO TRUE
             END-READ
             PERFORM UNTIL EOFPositionFile OR WS-POS-FOUND
                IF PL-TERMINAL IS EQUAL TO RC-TERMINAL
                      AND PL-MONEY IS EQUAL TO RC-MONEDA THEN
                   SET WS-POS-FOUND TO TRUE
                   IF PL-SOBRANTE IS NUMERIC THEN
                      MOVE PL-SOBRANTE TO RC-SOBRANTE
                   END-IF
                ELSE
                   READ PositionFile INTO WS-POSITION-LINE
                      AT END SET EOFPositionFile TO TRUE
                   END-READ
                END-IF
             END-PERFORM
          END-IF
          CLOSE PositionFile
          MOVE RC-SOBRANTE TO D-SOBRANTE
          IF WS-POS-FOUND THEN
             DISPLAY "EVIDENCIA: SOBRANTE DEL TERMINAL " RC-TERMINAL
                SPACE RC-MONEDA ": " D-SOBRANTE
          ELSE
             DISPLAY "AVISO: TERMINAL " RC-TERMINAL
                " SIN POSICION EN POSICIONATM.DAT"
          END-IF.
       RewriteClaim.
      *   EL REGISTRO SE REESCRIBE ENTERO CON EL CASO ACTUALIZADO Y
      *   VUELVE A SU NOMBRE DE SIEMPRE, COMO EN Practica2Prestamos.
          MOVE WS-RECLAMO-LINE TO WS-CASE-LINE
          OPEN INPUT ClaimFile
          OPEN OUTPUT NewClaimFile
          READ ClaimFile INTO WS-RECLAMO-LINE
             AT END SET EOFClaimFile TO TRUE
          END-READ
          PERFORM UNTIL EOFClaimFile
             IF RC-CASO IS EQUAL TO CQ-CASO THEN
                WRITE NewClaimBuffer FROM WS-CASE-LINE
             ELSE
                WRITE NewClaimBuffer FROM WS-RECLAMO-LINE
             END-IF
             READ ClaimFile INTO WS-RECLAMO-LINE
                AT END SET EOFClaimFile TO TRUE
             END-READ
          END-PERFORM
          CLOSE ClaimFile
          CLOSE NewClaimFile
          OPEN INPUT CopyClaimFile
          OPEN OUTPUT ClaimFile
          READ CopyClaimFile
             AT END SET EOFCopyClaim TO TRUE
          END-READ
          PERFORM UNTIL EOFCopyClaim
             WRITE ClaimBuffer FROM CopyClaimBuffer
             READ CopyClaimFile
                AT END SET EOFCopyClaim TO TRUE
             END-READ
          END-PERFORM
          CLOSE CopyClaimFile
          CLOSE ClaimFile
          MOVE WS-CASE-LINE TO WS-RECLAMO-LINE.
       AgeOpenClaims.
      *   CASOS ABIERTOS O EN SEGUIMIENTO CONTRA EL PLAZO DE RESPUESTA:
      *   VENCIDO PASADO EL PLAZO, POR VENCER EN LOS ULTIMOS 5 DIAS.
      *   CADA VENCIDO SE REGISTRA ADEMAS EN EXCEPTION.LOG.
          OPEN INPUT DeadlineFile
          IF DeadlineFileOK THEN
             READ DeadlineFile INTO WS-PLAZO-LINE
                AT END CONTINUE
             END-READ
             IF PLAZO-DIAS IS NUMERIC
                   AND PLAZO-DIAS IS GREATER THAN ZERO THEN
                MOVE PLAZO-DIAS TO WS-PLAZO
             END-IF
          END-IF
          CLOSE DeadlineFile
          DISPLAY "LOG: PLAZO DE RESPUESTA: " WS-PLAZO " DIAS"
          STRING "RECLAMOSANT_" DELIMITED BY SIZE
                 WS-RUN-DATE    DELIMITED BY SIZE
                 ".DAT"         DELIMITED BY SIZE
             INTO WS-AGING-FILENAME
          OPEN OUTPUT AgingFile
          IF NOT AgingFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR " WS-AGING-FILENAME
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE WS-RUN-DATE TO AGH-DATE
          MOVE WS-PLAZO TO AGH-PLAZO
          WRITE AgingRecord FROM WS-AGING-HEADER
          OPEN INPUT ClaimFile
          IF ClaimFileOK THEN
             READ ClaimFile INTO WS-RECLAMO-LINE
                AT END SET EOFClaimFile TO TRUE
             END-READ
             PERFORM UNTIL EOFClaimFile
                ADD 1 TO WS-READ-COUNT
                IF ReclamoPendiente THEN
                   PERFORM AgeOneClaim
                END-IF
                READ ClaimFile INTO WS-RECLAMO-LINE
                   AT END SET EOFClaimFile TO TRUE
                END-READ
             END-PERFORM
          ELSE
             DISPLAY "LOG: NO HAY RECLAMOS.DAT - SIN CASOS"
          END-IF
          CLOSE ClaimFile
          MOVE WS-OPEN-COUNT TO AGT-COUNT
          MOVE WS-OVERDUE-COUNT TO AGT-OVERDUE
          MOVE WS-OPEN-AMOUNT TO AGT-MONTO
          WRITE AgingRecord FROM WS-AGING-TOTAL
          CLOSE AgingFile
          PERFORM WriteControlFigures
          DISPLAY "============================"
          DISPLAY "CASOS EN REGISTRO  : " WS-READ-COUNT
          DISPLAY "CASOS PENDIENTES   : " WS-OPEN-COUNT
          DISPLAY "CASOS VENCIDOS     : " WS-OVERDUE-COUNT
          DISPLAY "============================".
       AgeOneClaim.
          ADD 1 TO WS-OPEN-COUNT
          ADD RC-MONTO TO WS-OPEN-AMOUNT
          MOVE RC-APERTURA TO WS-NEXT-DATE
          MOVE WS-RUN-DATE TO WS-TO-DATE
          PERFORM CountDays
          COMPUTE WS-DAYS-LEFT = WS-PLAZO - WS-DAY-COUNT
          PERFORM MaskClaimCard
          MOVE RC-CASO        TO AGD-CASO
          MOVE RC-DNI         TO AGD-DNI
          MOVE WS-MASKED-CARD TO AGD-CARD
          MOVE RC-TERMINAL    TO AGD-TERMINAL
          MOVE RC-MONTO       TO AGD-MONTO
          MOVE RC-ESTADO      TO AGD-ESTADO
          MOVE RC-APERTURA    TO AGD-APERTURA
          MOVE WS-DAY-COUNT   TO AGD-DIAS
          MOVE WS-DAYS-LEFT   TO AGD-RESTA
          EVALUATE TRUE
             WHEN WS-DAYS-LEFT IS LESS THAN ZERO
                MOVE "VENCIDO" TO AGD-FLAG
                ADD 1 TO WS-OVERDUE-COUNT
                MOVE "RECLAMO" TO EXLOG-CODETYPE
                MOVE "VENCIDO" TO EXLOG-CODEVALUE
                PERFORM LogClaimEvent
             WHEN WS-DAYS-LEFT IS LESS THAN 6
                MOVE "POR VENCER" TO AGD-FLAG
             WHEN OTHER
                MOVE SPACES TO AGD-FLAG
          END-EVALUATE
          WRITE AgingRecord FROM WS-AGING-DETAIL.
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
       LogClaimEvent.
          MOVE "Practica2Reclamos" TO EXLOG-PROGRAM
          MOVE SPACES TO EXLOG-KEYVALUE
          STRING RC-CASO     DELIMITED BY SIZE
                 SPACE       DELIMITED BY SIZE
                 RC-DNI      DELIMITED BY SIZE
                 SPACE       DELIMITED BY SIZE
                 RC-CUENTA   DELIMITED BY SIZE
                 SPACE       DELIMITED BY SIZE
                 RC-OPERADOR DELIMITED BY SIZE
             INTO EXLOG-KEYVALUE
          PERFORM LogException.
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
          MOVE "Practica2Reclamos" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          MOVE WS-READ-COUNT TO CIF-READ
          MOVE WS-OPEN-COUNT TO CIF-WRITTEN
          MOVE WS-OVERDUE-COUNT TO CIF-REJECTED
          MOVE WS-OPEN-AMOUNT TO CIF-AMOUNT
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
          MOVE "Practica2Reclamos"   TO EXLOG-PROGRAM
          MOVE "SQLCODE"             TO EXLOG-CODETYPE
          MOVE SQLCODE               TO WS-EXLOG-CODE-DISPLAY
          MOVE WS-EXLOG-CODE-DISPLAY TO EXLOG-CODEVALUE
          MOVE SPACES TO EXLOG-KEYVALUE
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

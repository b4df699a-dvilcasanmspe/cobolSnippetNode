       IDENTIFICATION DIVISION.
       PROGRAM-ID. Practica2PruebaSaldo.
      * PRUEBA DE SALDO POR CUENTA: PARTE DEL SALDO CONGELADO DE CADA
      * CUENTA EN EL ULTIMO CIERREANUAL_<AAAA>.DAT, LE SUMA CON SU
      * SIGNO CADA MOVIMIENTO POSTERIOR AL CIERRE (MOVCUENTA MAS LOS
      * ARCHIVOS MOVHIST DEL MANIFIESTO) Y COMPARA EL RESULTADO CON EL
      * SALDOACT DE HOY. LAS CUENTAS QUE NO CUADRAN SALEN EN
      * PRUEBASALDO_<FECHA>.DAT CON SALDO ESPERADO, SALDO ACTUAL Y
      * DIFERENCIA; SI LA DIFERENCIA TOTAL NO ES CERO EL PASO TERMINA
      * CON CODIGO 1 PARA QUE LA CADENA LO DETECTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT SnapshotFile ASSIGN TO WS-SNAP-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SNAP-STATUS.
          SELECT ProofFile ASSIGN TO WS-PROOF-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PROOF-STATUS.
          SELECT ManifestFile ASSIGN TO "MOVHISTMANIF.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MANIF-STATUS.
          SELECT HistArchFile ASSIGN TO WS-ARCH-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARCH-STATUS.
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
       FD SnapshotFile.
       01 SnapshotBuffer         PIC X(80)   VALUES SPACES.
          88 EOFSnapshotFile     VALUES      HIGH-VALUES.
       FD ProofFile.
       01 ProofRecord            PIC X(100)  VALUES SPACES.
       FD ManifestFile.
       01 ManifestBuffer         PIC X(80)   VALUES SPACES.
          88 EOFManifestFile     VALUES      HIGH-VALUES.
       FD HistArchFile.
       01 HistArchBuffer         PIC X(60)   VALUES SPACES.
          88 EOFHistArchFile     VALUES      HIGH-VALUES.
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
       COPY "MovHistFields".
       01 WS-RUN-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-RUN-DATE-FIELDS REDEFINES WS-RUN-DATE.
          05 WS-RUN-YEAR         PIC 9(4).
          05 WS-RUN-MONTH        PIC 9(2).
          05 WS-RUN-DAY          PIC 9(2).
       01 WS-SNAP-YEAR           PIC 9(4)    VALUE ZERO.
       01 WS-SNAP-TRIES          PIC 9(2)    VALUE ZERO.
       01 WS-LBD-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-LBD-DATE-FIELDS REDEFINES WS-LBD-DATE.
          05 WS-LBD-YEAR         PIC 9(4).
          05 WS-LBD-MONTH        PIC 9(2).
          05 WS-LBD-DAY          PIC 9(2).
       01 WS-LBD-HABIL           PIC X(1)    VALUE SPACE.
       01 WS-SNAP-STATUS         PIC X(2)    VALUE SPACE.
          88 SnapshotFileOK      VALUE "00".
       01 WS-SNAP-FILENAME       PIC X(30)   VALUE SPACES.
       01 WS-PROOF-STATUS        PIC X(2)    VALUE SPACE.
          88 ProofFileOK         VALUE "00".
       01 WS-PROOF-FILENAME      PIC X(30)   VALUE SPACES.
       01 WS-MANIF-STATUS        PIC X(2)    VALUE SPACE.
          88 ManifestFileOK      VALUE "00".
       01 WS-ARCH-STATUS         PIC X(2)    VALUE SPACE.
          88 HistArchFileOK      VALUE "00".
       01 WS-ARCH-FILENAME       PIC X(30)   VALUE SPACES.
       01 WS-SNAP-DETAIL.
          05 SN-DOC              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 SN-CUENTA           PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 SN-ESTADO           PIC X(1)    VALUE SPACE.
          05 FILLER              PIC X       VALUE SPACE.
          05 SN-MONEDA           PIC X(3)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 SN-SUCURSAL         PIC X(4)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 SN-SALDO            PIC S9(10)  SIGN IS LEADING
                                             SEPARATE VALUE ZERO.
       01 WS-SNAP-TRAILER REDEFINES WS-SNAP-DETAIL.
          05 SNT-MARCA           PIC X(8).
          05 SNT-COUNT           PIC 9(7).
          05 SNT-TOTAL           PIC S9(13)  SIGN IS LEADING
                                             SEPARATE.
          05 FILLER              PIC X(11).
       01 WS-SNAP-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-SNAP-TOTAL          PIC S9(13)  VALUE ZERO.
       01 WS-TRAILER-SW          PIC X(1)    VALUE "N".
          88 WS-TRAILER-FOUND    VALUE "Y".
       01 AccountTable.
          05 AccountCount        PIC 9(5)    VALUE ZERO.
          05 AccountEntry OCCURS 10000 TIMES.
             10 AT-KEY.
                15 AT-DOC        PIC X(8).
                15 AT-CUENTA     PIC X(10).
             10 AT-ESPERADO      PIC S9(11)V99.
             10 AT-ACTUAL        PIC S9(11)V99.
             10 AT-ORIGEN        PIC X(1).
                88 AT-EN-CIERRE  VALUE "S".
             10 AT-EN-CUENTA-SW  PIC X(1).
                88 AT-EN-CUENTA  VALUE "S".
       01 AccountIdx             PIC 9(5)    VALUE ZERO.
       01 WS-TABLE-SORTED        PIC 9(5)    VALUE ZERO.
       01 WS-LOOK-KEY.
          05 WS-LOOK-DOC         PIC X(8)    VALUE SPACES.
          05 WS-LOOK-CUENTA      PIC X(10)   VALUE SPACES.
       01 WS-ACCT-FOUND-SW       PIC X(1)    VALUE "N".
          88 WS-ACCT-FOUND       VALUE "Y".
       01 WS-BS-LOW              PIC 9(5)    VALUE ZERO.
       01 WS-BS-HIGH             PIC 9(5)    VALUE ZERO.
       01 WS-BS-MID              PIC 9(5)    VALUE ZERO.
       01 WS-SIGN                PIC S9      VALUE 1.
       01 WS-TIPOMOV             PIC X(10)   VALUE SPACES.
       01 WS-MONTO               PIC 9(11)V99 VALUE ZERO.
       01 WS-DIFERENCIA          PIC S9(11)V99 VALUE ZERO.
       01 WS-DIF-ABS             PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-DIF           PIC 9(11)V99 VALUE ZERO.
       01 WS-PROVED-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-FAILED-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-MOV-COUNT           PIC 9(7)    VALUE ZERO.
       01 WS-ARCH-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-PROOF-TITLE.
          05 FILLER              PIC X(31)
             VALUE "PRUEBA DE SALDO POR CUENTA AL: ".
          05 PT-FECHA            PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X(10)   VALUE " - CIERRE ".
          05 PT-CIERRE           PIC X(30)   VALUE SPACES.
       01 WS-PROOF-COLUMNS.
          05 FILLER              PIC X(20)
             VALUE "DOC      CUENTA     ".
          05 FILLER              PIC X(16)
             VALUE "       ESPERADO ".
          05 FILLER              PIC X(16)
             VALUE "         ACTUAL ".
          05 FILLER              PIC X(16)
             VALUE "     DIFERENCIA ".
          05 FILLER              PIC X(11)
             VALUE "OBSERVACION".
       01 WS-PROOF-DETAIL.
          05 PD-DOC              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 PD-CUENTA           PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 PD-ESPERADO         PIC -(11)9.99.
          05 FILLER              PIC X       VALUE SPACE.
          05 PD-ACTUAL           PIC -(11)9.99.
          05 FILLER              PIC X       VALUE SPACE.
          05 PD-DIFERENCIA       PIC -(11)9.99.
          05 FILLER              PIC X       VALUE SPACE.
          05 PD-OBSERVACION      PIC X(20)   VALUE SPACES.
       01 WS-PROOF-SUMMARY.
          05 PS-LABEL            PIC X(30)   VALUE SPACES.
          05 PS-VALUE            PIC Z(10)9.99.
       01 WS-PROOF-COUNT-LINE.
          05 PC-LABEL            PIC X(30)   VALUE SPACES.
          05 PC-VALUE            PIC Z(13)9.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME           PIC X(30)      VALUE SPACE.
       01 USERNAME         PIC X(64)      VALUE SPACE.
       01 PASSWD           PIC X(10)      VALUE SPACE.
       01 A-DOC            PIC X(8)       VALUE SPACE.
       01 A-CUENTA         PIC X(10)      VALUE SPACE.
       01 A-SALDO          PIC S9(10)V99  VALUE ZERO.
       01 A-TIPOMOV        PIC X(10)      VALUE SPACE.
       01 A-MONTO          PIC 9(11)V99   VALUE ZERO.
       01 A-SNAP-DATE      PIC X(10)      VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "*** PRUEBA DE SALDO POR CUENTA ***"
          PERFORM LoadProcessDate
          PERFORM FindLatestSnapshot
          IF NOT SnapshotFileOK THEN
             DISPLAY "LOG: NO HAY CIERREANUAL_<AAAA>.DAT - NO HAY "
                "PUNTO DE PARTIDA PARA LA PRUEBA"
             STOP RUN
          END-IF
      *   EL CIERRE SE CONGELA EN EL ULTIMO DIA HABIL DE DICIEMBRE,
      *   DESPUES DEL POSTEO DE ESA NOCHE: CUENTA TODO LO POSTERIOR.
          PERFORM FindLastBusinessDay
          MOVE SPACES TO A-SNAP-DATE
          STRING WS-LBD-DATE(1:4) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-LBD-DATE(5:2) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-LBD-DATE(7:2) DELIMITED BY SIZE
             INTO A-SNAP-DATE
          DISPLAY "LOG: PUNTO DE PARTIDA " WS-SNAP-FILENAME
             " AL " A-SNAP-DATE
          STRING "PRUEBASALDO_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".DAT" DELIMITED BY SIZE
             INTO WS-PROOF-FILENAME
          PERFORM LoadDbProfile
          MOVE SPACE TO PASSWD
          PERFORM ConnectionSQL
          PERFORM LoadCurrentBalances
          PERFORM LoadSnapshotBalances
          PERFORM AddTableMovements
          PERFORM AddArchivedMovements
          PERFORM WriteProofReport
          PERFORM WriteControlFigures
          DISPLAY "============================"
          DISPLAY "CUENTAS VERIFICADAS   : " AccountCount
          DISPLAY "CUENTAS QUE CUADRAN   : " WS-PROVED-COUNT
          DISPLAY "CUENTAS DESCUADRADAS  : " WS-FAILED-COUNT
          DISPLAY "DIFERENCIA TOTAL      : " WS-TOTAL-DIF
          DISPLAY "============================"
          DISPLAY "DISCONNECT FROM DATABASE...."
          EXEC SQL DISCONNECT ALL END-EXEC
          IF WS-TOTAL-DIF IS NOT EQUAL TO ZERO THEN
             DISPLAY "ERROR: HAY CUENTAS QUE NO CUADRAN CONTRA EL "
                "CIERRE ANUAL - VER " WS-PROOF-FILENAME
             MOVE "Practica2PruebaSaldo" TO EXLOG-PROGRAM
             MOVE "CUADRE"               TO EXLOG-CODETYPE
             MOVE WS-FAILED-COUNT        TO WS-EXLOG-CODE-DISPLAY
             MOVE WS-EXLOG-CODE-DISPLAY  TO EXLOG-CODEVALUE
             MOVE WS-PROOF-FILENAME      TO EXLOG-KEYVALUE
             PERFORM LogException
             MOVE 1 TO RETURN-CODE
          END-IF
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
       FindLatestSnapshot.
      *   EL CIERRE MAS RECIENTE ES EL DEL ANO EN CURSO SI YA CORRIO,
      *   SI NO EL DEL ANO ANTERIOR; SE BUSCA HASTA DIEZ ANOS ATRAS.
          MOVE WS-RUN-YEAR TO WS-SNAP-YEAR
          MOVE ZERO TO WS-SNAP-TRIES
          MOVE "35" TO WS-SNAP-STATUS
          PERFORM UNTIL SnapshotFileOK OR WS-SNAP-TRIES > 9
             MOVE SPACES TO WS-SNAP-FILENAME
             STRING "CIERREANUAL_" DELIMITED BY SIZE
                    WS-SNAP-YEAR DELIMITED BY SIZE
                    ".DAT" DELIMITED BY SIZE
                INTO WS-SNAP-FILENAME
             OPEN INPUT SnapshotFile
             IF NOT SnapshotFileOK THEN
                SUBTRACT 1 FROM WS-SNAP-YEAR
                ADD 1 TO WS-SNAP-TRIES
             END-IF
          END-PERFORM.
       FindLastBusinessDay.
          MOVE WS-SNAP-YEAR TO WS-LBD-YEAR
          MOVE 12 TO WS-LBD-MONTH
          MOVE 31 TO WS-LBD-DAY
          MOVE "N" TO WS-LBD-HABIL
          PERFORM UNTIL WS-LBD-HABIL IS EQUAL TO "S"
                OR WS-LBD-DAY IS LESS THAN 2
             CALL "EsDiaHabil" USING WS-LBD-DATE WS-LBD-HABIL
             IF WS-LBD-HABIL IS NOT EQUAL TO "S" THEN
                SUBTRACT 1 FROM WS-LBD-DAY
             END-IF
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
       LoadCurrentBalances.
      *   LA TABLA SE ARMA ORDENADA DESDE CUENTA PARA BUSCAR POR
      *   DOC + CUENTA; UNA CUENTA ABIERTA DESPUES DEL CIERRE PARTE
      *   DE CERO.
          EXEC SQL
             DECLARE C1 CURSOR FOR
             SELECT docclien, codcuent, saldoact
             FROM cuenta
             ORDER BY docclien, codcuent
          END-EXEC
          EXEC SQL
             OPEN C1
          END-EXEC
          EXEC SQL
             FETCH C1 INTO :A-DOC, :A-CUENTA, :A-SALDO
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             IF AccountCount >= 10000 THEN
                DISPLAY "ERROR: MAS DE 10000 CUENTAS - SE DETIENE"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
             ADD 1 TO AccountCount
             MOVE A-DOC    TO AT-DOC(AccountCount)
             MOVE A-CUENTA TO AT-CUENTA(AccountCount)
             MOVE ZERO     TO AT-ESPERADO(AccountCount)
             MOVE A-SALDO  TO AT-ACTUAL(AccountCount)
             MOVE "N"      TO AT-ORIGEN(AccountCount)
             MOVE "S"      TO AT-EN-CUENTA-SW(AccountCount)
             EXEC SQL
                FETCH C1 INTO :A-DOC, :A-CUENTA, :A-SALDO
             END-EXEC
          END-PERFORM
          EXEC SQL
             CLOSE C1
          END-EXEC
          MOVE AccountCount TO WS-TABLE-SORTED
          DISPLAY "LOG: CUENTAS EN LA TABLA CUENTA: " AccountCount.
       LoadSnapshotBalances.
      *   EL CIERRE SOLO SE USA SI SU TRAILER CUADRA EN CUENTAS Y
      *   SUMA; UNA CUENTA DEL CIERRE QUE YA NO EXISTE EN CUENTA SE
      *   AGREGA AL FINAL CON SALDO ACTUAL CERO.
          READ SnapshotFile INTO WS-SNAP-DETAIL
             AT END SET EOFSnapshotFile TO TRUE
          END-READ
          PERFORM UNTIL EOFSnapshotFile OR WS-TRAILER-FOUND
             IF SNT-MARCA IS EQUAL TO "*TRAILER" THEN
                MOVE "Y" TO WS-TRAILER-SW
             ELSE
                ADD 1 TO WS-SNAP-COUNT
                ADD SN-SALDO TO WS-SNAP-TOTAL
                MOVE SN-DOC    TO WS-LOOK-DOC
                MOVE SN-CUENTA TO WS-LOOK-CUENTA
                PERFORM FindOrAddAccount
                MOVE SN-SALDO TO AT-ESPERADO(AccountIdx)
                MOVE "S" TO AT-ORIGEN(AccountIdx)
                READ SnapshotFile INTO WS-SNAP-DETAIL
                   AT END SET EOFSnapshotFile TO TRUE
                END-READ
             END-IF
          END-PERFORM
          CLOSE SnapshotFile
          IF NOT WS-TRAILER-FOUND
                OR SNT-COUNT IS NOT EQUAL TO WS-SNAP-COUNT
                OR SNT-TOTAL IS NOT EQUAL TO WS-SNAP-TOTAL THEN
             DISPLAY "ERROR: " WS-SNAP-FILENAME " NO CUADRA CON SU "
                "TRAILER - NO SE PUEDE PROBAR DESDE ESE CIERRE"
             MOVE "Practica2PruebaSaldo" TO EXLOG-PROGRAM
             MOVE "TRAILER"              TO EXLOG-CODETYPE
             MOVE SPACES                 TO EXLOG-CODEVALUE
             MOVE WS-SNAP-FILENAME       TO EXLOG-KEYVALUE
             PERFORM LogException
             EXEC SQL DISCONNECT ALL END-EXEC
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          DISPLAY "LOG: CUENTAS EN EL CIERRE: " WS-SNAP-COUNT.
       AddTableMovements.
          EXEC SQL
             DECLARE C2 CURSOR FOR
             SELECT docclien, codcuent, tipomov, SUM(montomov)
             FROM movcuenta
             WHERE fecmov > :A-SNAP-DATE
             GROUP BY docclien, codcuent, tipomov
          END-EXEC
          EXEC SQL
             OPEN C2
          END-EXEC
          EXEC SQL
             FETCH C2 INTO :A-DOC, :A-CUENTA, :A-TIPOMOV, :A-MONTO
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             MOVE A-DOC     TO WS-LOOK-DOC
             MOVE A-CUENTA  TO WS-LOOK-CUENTA
             MOVE A-TIPOMOV TO WS-TIPOMOV
             MOVE A-MONTO   TO WS-MONTO
             PERFORM ApplyMovement
             ADD 1 TO WS-MOV-COUNT
             EXEC SQL
                FETCH C2 INTO :A-DOC, :A-CUENTA, :A-TIPOMOV, :A-MONTO
             END-EXEC
          END-PERFORM
          EXEC SQL
             CLOSE C2
          END-EXEC.
       AddArchivedMovements.
      *   LOS MOVIMIENTOS PURGADOS DE MOVCUENTA DESPUES DEL CIERRE
      *   VIVEN EN LOS ARCHIVOS MOVHIST DEL MANIFIESTO.
          OPEN INPUT ManifestFile
          IF NOT ManifestFileOK THEN
             CONTINUE
          ELSE
             READ ManifestFile INTO WS-MANIFEST-LINE
                AT END SET EOFManifestFile TO TRUE
             END-READ
             PERFORM UNTIL EOFManifestFile
                MOVE MF-FILE TO WS-ARCH-FILENAME
                PERFORM ScanOneArchive
                READ ManifestFile INTO WS-MANIFEST-LINE
                   AT END SET EOFManifestFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE ManifestFile
          END-IF
          DISPLAY "LOG: MOVIMIENTOS ARCHIVADOS SUMADOS: " WS-ARCH-COUNT.
       ScanOneArchive.
          OPEN INPUT HistArchFile
          IF NOT HistArchFileOK THEN
             DISPLAY "AVISO: NO SE PUDO ABRIR " WS-ARCH-FILENAME
          ELSE
             READ HistArchFile INTO WS-MOVHIST-LINE
                AT END SET EOFHistArchFile TO TRUE
             END-READ
             PERFORM UNTIL EOFHistArchFile
                IF MH-FECMOV IS GREATER THAN A-SNAP-DATE THEN
                   MOVE MH-DOC    TO WS-LOOK-DOC
                   MOVE MH-CUENTA TO WS-LOOK-CUENTA
                   MOVE MH-TIPO   TO WS-TIPOMOV
                   MOVE MH-MONTO  TO WS-MONTO
                   PERFORM ApplyMovement
                   ADD 1 TO WS-ARCH-COUNT
                END-IF
                READ HistArchFile INTO WS-MOVHIST-LINE
                   AT END SET EOFHistArchFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE HistArchFile
          END-IF.
       ApplyMovement.
          PERFORM FindOrAddAccount
          PERFORM ClassifyMovementSign
          COMPUTE AT-ESPERADO(AccountIdx) =
             AT-ESPERADO(AccountIdx) + WS-SIGN * WS-MONTO.
       ClassifyMovementSign.
      *   MISMOS TIPOS DE CARGO QUE EL CRUCE DE Practica2Variacion;
      *   EXTORNO LLEVA SU SIGNO EN EL PROPIO TIPO.
          EVALUATE WS-TIPOMOV
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
       FindOrAddAccount.
      *   LA PARTE ORDENADA (CUENTAS DE LA TABLA) SE BUSCA BINARIO;
      *   LAS AGREGADAS AL FINAL SON POCAS Y SE RECORREN.
          PERFORM FindAccount
          IF NOT WS-ACCT-FOUND THEN
             PERFORM VARYING AccountIdx FROM 1 BY 1
                UNTIL AccountIdx > AccountCount
                IF AT-KEY(AccountIdx) IS EQUAL TO WS-LOOK-KEY THEN
                   MOVE "Y" TO WS-ACCT-FOUND-SW
                   EXIT PERFORM
                END-IF
             END-PERFORM
          END-IF
          IF NOT WS-ACCT-FOUND THEN
             IF AccountCount >= 10000 THEN
                DISPLAY "ERROR: MAS DE 10000 CUENTAS - SE DETIENE"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
             ADD 1 TO AccountCount
             MOVE AccountCount TO AccountIdx
             MOVE WS-LOOK-KEY TO AT-KEY(AccountIdx)
             MOVE ZERO        TO AT-ESPERADO(AccountIdx)
             MOVE ZERO        TO AT-ACTUAL(AccountIdx)
             MOVE "N"         TO AT-ORIGEN(AccountIdx)
             MOVE "N"         TO AT-EN-CUENTA-SW(AccountIdx)
          END-IF.
       FindAccount.
          MOVE "N" TO WS-ACCT-FOUND-SW
          MOVE 1 TO WS-BS-LOW
          MOVE WS-TABLE-SORTED TO WS-BS-HIGH
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
       WriteProofReport.
      *   CUADRA LA CUENTA CUYA DIFERENCIA NO LLEGA A UNA UNIDAD: EL
      *   CIERRE CONGELA SALDOS ENTEROS, IGUAL QUE EL CRUCE DE LA
      *   VARIACION DIARIA.
          OPEN OUTPUT ProofFile
          IF NOT ProofFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR " WS-PROOF-FILENAME
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE WS-RUN-DATE TO PT-FECHA
          MOVE WS-SNAP-FILENAME TO PT-CIERRE
          WRITE ProofRecord FROM WS-PROOF-TITLE
          WRITE ProofRecord FROM WS-PROOF-COLUMNS
          PERFORM VARYING AccountIdx FROM 1 BY 1
             UNTIL AccountIdx > AccountCount
             COMPUTE WS-DIFERENCIA =
                AT-ACTUAL(AccountIdx) - AT-ESPERADO(AccountIdx)
             IF WS-DIFERENCIA IS LESS THAN ZERO THEN
                COMPUTE WS-DIF-ABS = WS-DIFERENCIA * -1
             ELSE
                MOVE WS-DIFERENCIA TO WS-DIF-ABS
             END-IF
             IF WS-DIF-ABS IS LESS THAN 1 THEN
                ADD 1 TO WS-PROVED-COUNT
             ELSE
                ADD 1 TO WS-FAILED-COUNT
                ADD WS-DIF-ABS TO WS-TOTAL-DIF
                PERFORM WriteProofDetail
             END-IF
          END-PERFORM
          IF WS-FAILED-COUNT IS EQUAL TO ZERO THEN
             MOVE " TODAS LAS CUENTAS CUADRAN CONTRA EL CIERRE"
                TO ProofRecord
             WRITE ProofRecord
          END-IF
          MOVE SPACES TO ProofRecord
          WRITE ProofRecord
          MOVE " CUENTAS VERIFICADAS:" TO PC-LABEL
          MOVE AccountCount TO PC-VALUE
          WRITE ProofRecord FROM WS-PROOF-COUNT-LINE
          MOVE " CUENTAS QUE CUADRAN:" TO PC-LABEL
          MOVE WS-PROVED-COUNT TO PC-VALUE
          WRITE ProofRecord FROM WS-PROOF-COUNT-LINE
          MOVE " CUENTAS DESCUADRADAS:" TO PC-LABEL
          MOVE WS-FAILED-COUNT TO PC-VALUE
          WRITE ProofRecord FROM WS-PROOF-COUNT-LINE
          MOVE " DIFERENCIA TOTAL ABSOLUTA:" TO PS-LABEL
          MOVE WS-TOTAL-DIF TO PS-VALUE
          WRITE ProofRecord FROM WS-PROOF-SUMMARY
          CLOSE ProofFile
          DISPLAY "LOG: PRUEBA DE SALDOS EN " WS-PROOF-FILENAME.
       WriteProofDetail.
          MOVE AT-DOC(AccountIdx)      TO PD-DOC
          MOVE AT-CUENTA(AccountIdx)   TO PD-CUENTA
          MOVE AT-ESPERADO(AccountIdx) TO PD-ESPERADO
          MOVE AT-ACTUAL(AccountIdx)   TO PD-ACTUAL
          MOVE WS-DIFERENCIA           TO PD-DIFERENCIA
          EVALUATE TRUE
             WHEN NOT AT-EN-CUENTA(AccountIdx)
                MOVE "NO EXISTE EN CUENTA" TO PD-OBSERVACION
             WHEN NOT AT-EN-CIERRE(AccountIdx)
                MOVE "SIN SALDO DE CIERRE" TO PD-OBSERVACION
             WHEN OTHER
                MOVE SPACES TO PD-OBSERVACION
          END-EVALUATE
          WRITE ProofRecord FROM WS-PROOF-DETAIL.
       WriteControlFigures.
          MOVE "Practica2PruebaSaldo" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          MOVE AccountCount TO CIF-READ
          MOVE WS-PROVED-COUNT TO CIF-WRITTEN
          MOVE WS-FAILED-COUNT TO CIF-REJECTED
          MOVE WS-TOTAL-DIF TO CIF-AMOUNT
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
          MOVE "Practica2PruebaSaldo" TO EXLOG-PROGRAM
          MOVE "SQLCODE"              TO EXLOG-CODETYPE
          MOVE SQLCODE                TO WS-EXLOG-CODE-DISPLAY
          MOVE WS-EXLOG-CODE-DISPLAY  TO EXLOG-CODEVALUE
          STRING A-DOC DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 A-CUENTA DELIMITED BY SIZE
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

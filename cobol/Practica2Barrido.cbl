       IDENTIFICATION DIVISION.
       PROGRAM-ID. Practica2Barrido.
      * BARRIDO PARA CUBRIR SOBREGIROS: UNA CUENTA SOBREGIRADA DE UN
      * CLIENTE ADHERIDO (BARRIDOPREF.DAT) SE LLEVA A CERO CON FONDOS
      * DE SUS OTRAS CUENTAS ACTIVAS EN LA MISMA MONEDA, ANTES DEL
      * DEVENGO DE INTERESES. CADA TRASPASO ES UNA TRANSFERENCIA DE
      * DOS PATAS (BARRIDOEGR / BARRIDOING, MISMA REFERENCIA) EN UNA
      * SOLA TRANSACCION, Y LA CUENTA QUE FONDEA SOLO ENTREGA SU
      * DISPONIBLE: SALDO MENOS RETENCIONES (RETENCION.DAT) Y EMBARGO
      * PENDIENTE (EMBARGOS.DAT), SIN USAR SU SOBREGIRO NI SU MONTO
      * INTANGIBLE CTS. NINGUNA CUENTA RETENIDA ENTRA AL BARRIDO.
      * MODOS:
      *   A  ADHESION: DNI CUENTA (CUENTA EN BLANCO = TODAS)
      *   B  BAJA DE LA ADHESION: DNI CUENTA
      *   L  LISTADO DEL REGISTRO
      *   N  BARRIDO NOCTURNO: REPORTE EN BARRIDO_<FECHA>.DAT, DEL QUE
      *      Practica2Avisos TOMA LOS AVISOS A LOS CLIENTES
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT SweepFile ASSIGN TO "BARRIDOPREF.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SWEEP-STATUS.
          SELECT HoldsFile ASSIGN TO "RETENCION.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RETEN-STATUS.
          SELECT GarnishFile ASSIGN TO "EMBARGOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EMBARGO-STATUS.
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
       FD SweepFile.
       01 SweepBuffer         PIC X(40)   VALUES SPACES.
          88 EOFSweepFile     VALUES      HIGH-VALUES.
       FD HoldsFile.
       01 HoldsBuffer         PIC X(50)   VALUES SPACES.
          88 EOFHoldsFile     VALUES      HIGH-VALUES.
       FD GarnishFile.
       01 GarnishBuffer       PIC X(60)   VALUES SPACES.
          88 EOFGarnishFile   VALUES      HIGH-VALUES.
       FD ReportFile.
       01 ReportRecord        PIC X(100)  VALUES SPACES.
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
       COPY "GarnishFields".
       COPY "SweepFields".
       01 WS-RUN-DATE         PIC 9(8)    VALUE ZERO.
       01 WS-REPORT-STATUS    PIC X(2)    VALUE SPACE.
          88 ReportFileOK     VALUE "00".
       01 WS-REPORT-FILENAME  PIC X(30)   VALUE SPACES.
       01 WS-CMDLINE          PIC X(80)   VALUE SPACES.
       01 WS-CMDLINE-FIELDS REDEFINES WS-CMDLINE.
          05 WS-MODE          PIC X(1).
             88 AddMode       VALUE "A".
             88 DropMode      VALUE "B".
             88 ListMode      VALUE "L".
             88 NightlyMode   VALUE "N".
          05 FILLER           PIC X.
          05 WS-CMDDATA       PIC X(78).
       01 WS-ARG-LINE.
          05 AR-DNI           PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 AR-CUENTA        PIC X(10)   VALUE SPACES.
       01 PrefTable.
          05 PrefCount        PIC 9(4)    VALUE ZERO.
          05 PrefEntry OCCURS 2000 TIMES.
             10 PF-LINE       PIC X(30).
       01 PrefIdx             PIC 9(4)    VALUE ZERO.
       01 WS-PREF-FOUND-SW    PIC X(1)    VALUE "N".
          88 WS-PREF-FOUND    VALUE "Y".
      * CUENTAS SOBREGIRADAS DE CLIENTES ADHERIDOS, TOMADAS DEL CURSOR
      * ANTES DE EMPEZAR A MOVER FONDOS.
       01 OverdrawnTable.
          05 OverdrawnCount   PIC 9(4)    VALUE ZERO.
          05 OverdrawnEntry OCCURS 5000 TIMES.
             10 OD-DOC        PIC X(8).
             10 OD-CUENTA     PIC X(10).
             10 OD-SALDO      PIC S9(10).
       01 OverdrawnIdx        PIC 9(4)    VALUE ZERO.
       01 SourceTable.
          05 SourceCount      PIC 9(2)    VALUE ZERO.
          05 SourceEntry OCCURS 50 TIMES.
             10 SC-CUENTA     PIC X(10).
       01 SourceIdx           PIC 9(2)    VALUE ZERO.
       01 WS-TGT-MONEDA       PIC X(3)    VALUE SPACES.
       01 WS-TGT-SALDO        PIC S9(10)  VALUE ZERO.
       01 WS-NEED             PIC 9(10)   VALUE ZERO.
       01 WS-AVAILABLE        PIC S9(11)  VALUE ZERO.
       01 WS-HOLD-TOTAL       PIC 9(11)   VALUE ZERO.
       01 WS-GARN-PENDIENTE   PIC 9(10)   VALUE ZERO.
       01 WS-ACCOUNT-OK-SW    PIC X(1)    VALUE "N".
          88 WS-ACCOUNT-OK    VALUE "Y".
       01 WS-POST-OK-SW       PIC X(1)    VALUE "N".
          88 WS-POST-OK       VALUE "Y".
       01 WS-CONFLICT-SW      PIC X(1)    VALUE "N".
          88 WS-CONFLICT-DETECTED VALUE "Y".
       01 WS-SWEEP-SEQ        PIC 9(5)    VALUE ZERO.
       01 WS-READ-COUNT       PIC 9(5)    VALUE ZERO.
       01 WS-SWEPT-COUNT      PIC 9(5)    VALUE ZERO.
       01 WS-COVERED-COUNT    PIC 9(5)    VALUE ZERO.
       01 WS-SHORT-COUNT      PIC 9(5)    VALUE ZERO.
       01 WS-SWEPT-AMOUNT     PIC 9(11)   VALUE ZERO.
       01 WS-REPORT-LINE.
          05 RP-ACCION        PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 RP-DNI           PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 RP-CUENTA        PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 RP-ORIGEN        PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 RP-MONEDA        PIC X(3)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 RP-MONTO         PIC Z(8)9   VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 RP-SALDO         PIC -(9)9   VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 RP-REF           PIC X(19)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 RP-NOTA          PIC X(12)   VALUE SPACES.
       01 D-MONTO             PIC Z(10)9.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME           PIC X(30)      VALUE SPACE.
       01 USERNAME         PIC X(64)      VALUE SPACE.
       01 PASSWD           PIC X(10)      VALUE SPACE.
       01 B-DOC            PIC X(8)       VALUE SPACE.
       01 B-CUENTA         PIC X(10)      VALUE SPACE.
       01 B-SALDO          PIC S9(10)     VALUE ZERO.
       01 B-FECMOD         PIC X(26)      VALUE SPACE.
       01 B-ESTADO         PIC X(1)       VALUE SPACE.
          88 CuentaActiva  VALUE "A".
          88 AccountHeld   VALUES "S", "J", "R".
       01 B-INTANGCTS      PIC 9(10)      VALUE ZERO.
       01 B-MONEDA         PIC X(3)       VALUE SPACE.
       01 B-SUCURSAL       PIC X(4)       VALUE SPACE.
       01 B-COUNT          PIC 9(5)       VALUE ZERO.
       01 B-SRC-CUENTA     PIC X(10)      VALUE SPACE.
       01 B-SRC-FECMOD     PIC X(26)      VALUE SPACE.
       01 B-SRC-SUCURSAL   PIC X(4)       VALUE SPACE.
       01 B-TGT-CUENTA     PIC X(10)      VALUE SPACE.
       01 B-TGT-FECMOD     PIC X(26)      VALUE SPACE.
       01 B-TGT-SUCURSAL   PIC X(4)       VALUE SPACE.
       01 B-MONTO          PIC 9(9)       VALUE ZERO.
       01 B-FECMOV         PIC X(10)      VALUE SPACE.
       01 B-REF            PIC X(19)      VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "*** BARRIDO PARA CUBRIR SOBREGIROS ***"
          PERFORM LoadProcessDate
          STRING WS-RUN-DATE(1:4) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-RUN-DATE(5:2) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-RUN-DATE(7:2) DELIMITED BY SIZE
             INTO B-FECMOV
          PERFORM LoadPreferences
          ACCEPT WS-CMDLINE FROM COMMAND-LINE
          EVALUATE TRUE
             WHEN AddMode
                MOVE WS-CMDDATA TO WS-ARG-LINE
                PERFORM AddPreference
             WHEN DropMode
                MOVE WS-CMDDATA TO WS-ARG-LINE
                PERFORM DropPreference
             WHEN ListMode
                PERFORM ListPreferences
             WHEN NightlyMode
                PERFORM NightlySweep
             WHEN OTHER
                DISPLAY "USO: Practica2Barrido A|B|L|N ..."
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
       LoadPreferences.
          MOVE ZERO TO PrefCount
          OPEN INPUT SweepFile
          IF NOT SweepFileOK THEN
             CLOSE SweepFile
          ELSE
             READ SweepFile INTO WS-SWEEP-LINE
                AT END SET EOFSweepFile TO TRUE
             END-READ
             PERFORM UNTIL EOFSweepFile
                IF WS-SWEEP-LINE IS NOT EQUAL TO SPACES THEN
                   IF PrefCount IS LESS THAN 2000 THEN
                      ADD 1 TO PrefCount
                      MOVE WS-SWEEP-LINE TO PF-LINE(PrefCount)
                   ELSE
                      DISPLAY "ERROR: BARRIDOPREF.DAT CON MAS DE 2000 "
                         "ADHESIONES - SE DETIENE"
                      MOVE 1 TO RETURN-CODE
                      STOP RUN
                   END-IF
                END-IF
                READ SweepFile INTO WS-SWEEP-LINE
                   AT END SET EOFSweepFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE SweepFile
          END-IF
          DISPLAY "LOG: ADHESIONES EN REGISTRO: " PrefCount.
       FindPreference.
      *   BUSCA LA LINEA EXACTA DNI + CUENTA (LA CUENTA PUEDE IR EN
      *   BLANCO).
          MOVE "N" TO WS-PREF-FOUND-SW
          PERFORM VARYING PrefIdx FROM 1 BY 1
             UNTIL PrefIdx > PrefCount OR WS-PREF-FOUND
             MOVE PF-LINE(PrefIdx) TO WS-SWEEP-LINE
             IF SP-DNI IS EQUAL TO AR-DNI
                   AND SP-CUENTA IS EQUAL TO AR-CUENTA THEN
                SET WS-PREF-FOUND TO TRUE
             END-IF
          END-PERFORM
          IF WS-PREF-FOUND THEN
             SUBTRACT 1 FROM PrefIdx
          END-IF.
       AddPreference.
          IF AR-DNI IS EQUAL TO SPACES THEN
             DISPLAY "USO: Practica2Barrido A <DNI> [<CUENTA>]"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          PERFORM LoadDbProfile
          MOVE SPACE TO PASSWD
          PERFORM ConnectionSQL
          MOVE AR-DNI TO B-DOC
          MOVE AR-CUENTA TO B-CUENTA
          MOVE ZERO TO B-COUNT
          IF AR-CUENTA IS EQUAL TO SPACES THEN
             EXEC SQL
                SELECT COUNT(*) INTO :B-COUNT
                FROM cuenta
                WHERE docclien=:B-DOC AND estcuent <> 'C'
             END-EXEC
          ELSE
             EXEC SQL
                SELECT COUNT(*) INTO :B-COUNT
                FROM cuenta
                WHERE docclien=:B-DOC AND codcuent=:B-CUENTA
                  AND estcuent <> 'C'
             END-EXEC
          END-IF
          DISPLAY "DISCONNECT FROM DATABASE...."
          EXEC SQL DISCONNECT ALL END-EXEC
          IF SQLCODE IS NOT EQUAL TO ZERO OR B-COUNT IS EQUAL TO ZERO
             DISPLAY "ERROR: EL CLIENTE O LA CUENTA NO EXISTE O ESTA "
                "CERRADA - ADHESION RECHAZADA"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          PERFORM FindPreference
          IF WS-PREF-FOUND THEN
             MOVE PF-LINE(PrefIdx) TO WS-SWEEP-LINE
             IF BarridoActivo THEN
                DISPLAY "LOG: LA ADHESION YA ESTABA ACTIVA"
                STOP RUN
             END-IF
          ELSE
             IF PrefCount IS NOT LESS THAN 2000 THEN
                DISPLAY "ERROR: REGISTRO DE ADHESIONES LLENO"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
             ADD 1 TO PrefCount
             MOVE PrefCount TO PrefIdx
             MOVE SPACES TO WS-SWEEP-LINE
             MOVE AR-DNI TO SP-DNI
             MOVE AR-CUENTA TO SP-CUENTA
          END-IF
          MOVE "A" TO SP-ESTADO
          MOVE WS-RUN-DATE TO SP-FECHA
          MOVE WS-SWEEP-LINE TO PF-LINE(PrefIdx)
          PERFORM RewritePreferences
          DISPLAY "RESULTADO: ADHESION AL BARRIDO REGISTRADA".
       DropPreference.
          PERFORM FindPreference
          IF NOT WS-PREF-FOUND THEN
             DISPLAY "ERROR: NO HAY ADHESION PARA " AR-DNI SPACE
                AR-CUENTA
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE PF-LINE(PrefIdx) TO WS-SWEEP-LINE
          MOVE "B" TO SP-ESTADO
          MOVE WS-RUN-DATE TO SP-FECHA
          MOVE WS-SWEEP-LINE TO PF-LINE(PrefIdx)
          PERFORM RewritePreferences
          DISPLAY "RESULTADO: ADHESION DADA DE BAJA".
       RewritePreferences.
          OPEN OUTPUT SweepFile
          PERFORM VARYING PrefIdx FROM 1 BY 1
             UNTIL PrefIdx > PrefCount
             MOVE PF-LINE(PrefIdx) TO WS-SWEEP-LINE
             WRITE SweepBuffer FROM WS-SWEEP-LINE
          END-PERFORM
          CLOSE SweepFile.
       ListPreferences.
          DISPLAY "DNI      CUENTA     E DESDE"
          PERFORM VARYING PrefIdx FROM 1 BY 1
             UNTIL PrefIdx > PrefCount
             MOVE PF-LINE(PrefIdx) TO WS-SWEEP-LINE
             DISPLAY SP-DNI SPACE SP-CUENTA SPACE SP-ESTADO SPACE
                SP-FECHA
          END-PERFORM.
       IsOptedIn.
      *   LA CUENTA ENTRA SI HAY UNA ADHESION ACTIVA PARA ELLA O UNA
      *   ADHESION ACTIVA DEL DNI CON LA CUENTA EN BLANCO.
          MOVE "N" TO WS-PREF-FOUND-SW
          PERFORM VARYING PrefIdx FROM 1 BY 1
             UNTIL PrefIdx > PrefCount OR WS-PREF-FOUND
             MOVE PF-LINE(PrefIdx) TO WS-SWEEP-LINE
             IF SP-DNI IS EQUAL TO B-DOC AND BarridoActivo
                   AND (SP-CUENTA IS EQUAL TO B-CUENTA
                        OR SP-CUENTA IS EQUAL TO SPACES) THEN
                SET WS-PREF-FOUND TO TRUE
             END-IF
          END-PERFORM.
       NightlySweep.
          STRING "BARRIDO_"  DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".DAT"      DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
          OPEN OUTPUT ReportFile
          IF NOT ReportFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR " WS-REPORT-FILENAME
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE SPACES TO ReportRecord
          STRING "BARRIDO PARA CUBRIR SOBREGIROS - PROCESO DEL "
                    DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
             INTO ReportRecord
          WRITE ReportRecord
          IF PrefCount IS EQUAL TO ZERO THEN
             DISPLAY "LOG: NO HAY CLIENTES ADHERIDOS AL BARRIDO"
          ELSE
             PERFORM LoadDbProfile
             MOVE SPACE TO PASSWD
             PERFORM ConnectionSQL
             PERFORM LoadOverdrawnAccounts
             PERFORM VARYING OverdrawnIdx FROM 1 BY 1
                UNTIL OverdrawnIdx > OverdrawnCount
                PERFORM CoverOneAccount
             END-PERFORM
             DISPLAY "DISCONNECT FROM DATABASE...."
             EXEC SQL DISCONNECT ALL END-EXEC
          END-IF
          MOVE SPACES TO ReportRecord
          WRITE ReportRecord
          MOVE WS-SWEPT-AMOUNT TO D-MONTO
          MOVE SPACES TO ReportRecord
          STRING "TRASPASOS: " DELIMITED BY SIZE
                 WS-SWEPT-COUNT DELIMITED BY SIZE
                 " POR " DELIMITED BY SIZE
                 D-MONTO DELIMITED BY SIZE
                 " - CUENTAS CUBIERTAS: " DELIMITED BY SIZE
                 WS-COVERED-COUNT DELIMITED BY SIZE
                 " - SIN FONDOS: " DELIMITED BY SIZE
                 WS-SHORT-COUNT DELIMITED BY SIZE
             INTO ReportRecord
          WRITE ReportRecord
          CLOSE ReportFile
          PERFORM WriteControlFigures
          DISPLAY "============================"
          DISPLAY "CUENTAS SOBREGIRADAS ADHERIDAS: " WS-READ-COUNT
          DISPLAY "TRASPASOS REALIZADOS          : " WS-SWEPT-COUNT
          DISPLAY "CUENTAS LLEVADAS A CERO       : " WS-COVERED-COUNT
          DISPLAY "CUENTAS SIN FONDOS SUFICIENTES: " WS-SHORT-COUNT
          DISPLAY "MONTO TRASPASADO              : " WS-SWEPT-AMOUNT
          DISPLAY "============================".
       LoadOverdrawnAccounts.
          EXEC SQL
             DECLARE C1 CURSOR FOR
             SELECT docclien, codcuent, saldoact
             FROM cuenta
             WHERE saldoact < 0
             ORDER BY docclien, codcuent
          END-EXEC
          EXEC SQL
             OPEN C1
          END-EXEC
          EXEC SQL
             FETCH C1 INTO :B-DOC, :B-CUENTA, :B-SALDO
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             PERFORM IsOptedIn
             IF WS-PREF-FOUND THEN
                IF OverdrawnCount IS LESS THAN 5000 THEN
                   ADD 1 TO OverdrawnCount
                   MOVE B-DOC    TO OD-DOC(OverdrawnCount)
                   MOVE B-CUENTA TO OD-CUENTA(OverdrawnCount)
                   MOVE B-SALDO  TO OD-SALDO(OverdrawnCount)
                ELSE
                   DISPLAY "AVISO: MAS DE 5000 CUENTAS SOBREGIRADAS "
                      "ADHERIDAS - EL RESTO QUEDA PARA MANANA"
                END-IF
             END-IF
             EXEC SQL
                FETCH C1 INTO :B-DOC, :B-CUENTA, :B-SALDO
             END-EXEC
          END-PERFORM
          EXEC SQL
             CLOSE C1
          END-EXEC
          MOVE OverdrawnCount TO WS-READ-COUNT
          DISPLAY "LOG: CUENTAS SOBREGIRADAS ADHERIDAS: "
             OverdrawnCount.
       CoverOneAccount.
          MOVE OD-DOC(OverdrawnIdx)    TO B-DOC
          MOVE OD-CUENTA(OverdrawnIdx) TO B-CUENTA
          PERFORM ReadAccount
          MOVE SPACES TO WS-REPORT-LINE
          MOVE OD-DOC(OverdrawnIdx)    TO RP-DNI
          MOVE OD-CUENTA(OverdrawnIdx) TO RP-CUENTA
          IF NOT WS-ACCOUNT-OK THEN
             MOVE "OMITIDA" TO RP-ACCION
             MOVE B-SALDO TO RP-SALDO
             IF AccountHeld THEN
                MOVE "RETENIDA" TO RP-NOTA
             ELSE
                MOVE "NO ACTIVA" TO RP-NOTA
             END-IF
             WRITE ReportRecord FROM WS-REPORT-LINE
          ELSE
             MOVE B-MONEDA TO WS-TGT-MONEDA
             MOVE B-SALDO TO WS-TGT-SALDO
             PERFORM LoadSourceAccounts
             PERFORM VARYING SourceIdx FROM 1 BY 1
                UNTIL SourceIdx > SourceCount
                   OR WS-TGT-SALDO IS NOT LESS THAN ZERO
                PERFORM SweepFromSource
             END-PERFORM
             IF WS-TGT-SALDO IS LESS THAN ZERO THEN
                ADD 1 TO WS-SHORT-COUNT
                MOVE SPACES TO WS-REPORT-LINE
                MOVE "SIN FONDOS" TO RP-ACCION
                MOVE OD-DOC(OverdrawnIdx)    TO RP-DNI
                MOVE OD-CUENTA(OverdrawnIdx) TO RP-CUENTA
                MOVE WS-TGT-MONEDA TO RP-MONEDA
                MOVE WS-TGT-SALDO TO RP-SALDO
                MOVE "SIGUE NEGAT." TO RP-NOTA
                WRITE ReportRecord FROM WS-REPORT-LINE
             ELSE
                ADD 1 TO WS-COVERED-COUNT
             END-IF
          END-IF.
       LoadSourceAccounts.
      *   LAS OTRAS CUENTAS DEL CLIENTE EN LA MISMA MONEDA Y CON SALDO,
      *   DE LA DE MAYOR SALDO A LA DE MENOR.
          MOVE ZERO TO SourceCount
          EXEC SQL
             DECLARE C2 CURSOR FOR
             SELECT codcuent
             FROM cuenta
             WHERE docclien = :B-DOC AND codcuent <> :B-CUENTA
               AND COALESCE(moncuent, 'PEN') = :B-MONEDA
               AND estcuent = 'A' AND saldoact > 0
             ORDER BY saldoact DESC, codcuent
          END-EXEC
          EXEC SQL
             OPEN C2
          END-EXEC
          EXEC SQL
             FETCH C2 INTO :B-SRC-CUENTA
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
                OR SourceCount IS NOT LESS THAN 50
             ADD 1 TO SourceCount
             MOVE B-SRC-CUENTA TO SC-CUENTA(SourceCount)
             EXEC SQL
                FETCH C2 INTO :B-SRC-CUENTA
             END-EXEC
          END-PERFORM
          EXEC SQL
             CLOSE C2
          END-EXEC.
       SweepFromSource.
      *   EL DISPONIBLE DE LA CUENTA QUE FONDEA SE CALCULA CON SU
      *   SALDO DEL MOMENTO; LA CUENTA DESTINO SE RELEE JUSTO ANTES
      *   PARA TRASPASAR SOLO LO QUE AUN FALTA.
          MOVE OD-DOC(OverdrawnIdx) TO B-DOC
          MOVE SC-CUENTA(SourceIdx) TO B-CUENTA
          PERFORM ReadAccount
          IF WS-ACCOUNT-OK THEN
             PERFORM ComputeOpenHolds
             PERFORM ComputeGarnished
             COMPUTE WS-AVAILABLE =
                B-SALDO - WS-HOLD-TOTAL - WS-GARN-PENDIENTE
             IF B-INTANGCTS IS GREATER THAN ZERO
                   AND B-SALDO - B-INTANGCTS IS LESS THAN WS-AVAILABLE
                COMPUTE WS-AVAILABLE = B-SALDO - B-INTANGCTS
             END-IF
             MOVE B-CUENTA   TO B-SRC-CUENTA
             MOVE B-FECMOD   TO B-SRC-FECMOD
             MOVE B-SUCURSAL TO B-SRC-SUCURSAL
          END-IF
          IF WS-ACCOUNT-OK AND WS-AVAILABLE IS GREATER THAN ZERO THEN
             MOVE OD-CUENTA(OverdrawnIdx) TO B-CUENTA
             PERFORM ReadAccount
          END-IF
          IF WS-ACCOUNT-OK AND WS-AVAILABLE IS GREATER THAN ZERO THEN
             MOVE B-SALDO TO WS-TGT-SALDO
             IF B-SALDO IS LESS THAN ZERO THEN
                COMPUTE WS-NEED = B-SALDO * -1
                IF WS-NEED IS GREATER THAN WS-AVAILABLE THEN
                   MOVE WS-AVAILABLE TO B-MONTO
                ELSE
                   MOVE WS-NEED TO B-MONTO
                END-IF
                MOVE B-CUENTA   TO B-TGT-CUENTA
                MOVE B-FECMOD   TO B-TGT-FECMOD
                MOVE B-SUCURSAL TO B-TGT-SUCURSAL
                PERFORM ApplySweepLegs
             END-IF
          END-IF.
       ApplySweepLegs.
      *   DEBITO, CREDITO Y LAS DOS PATAS DE MOVCUENTA VIAJAN EN UNA
      *   SOLA TRANSACCION: O SE APLICA TODO O NO SE APLICA NADA.
          ADD 1 TO WS-SWEEP-SEQ
          MOVE SPACES TO B-REF
          STRING "BAR" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 WS-SWEEP-SEQ DELIMITED BY SIZE
             INTO B-REF
          MOVE "N" TO WS-POST-OK-SW
          MOVE "N" TO WS-CONFLICT-SW
          EXEC SQL
             UPDATE cuenta
             SET saldoact = saldoact - :B-MONTO,
                 fecmod = CURRENT TIMESTAMP
             WHERE docclien=:B-DOC AND codcuent=:B-SRC-CUENTA
               AND fecmod=:B-SRC-FECMOD
          END-EXEC
          IF SQLCODE IS EQUAL TO ZERO THEN
             MOVE B-SRC-CUENTA TO B-CUENTA
             PERFORM CheckConcurrency
          END-IF
          IF SQLCODE IS EQUAL TO ZERO AND NOT WS-CONFLICT-DETECTED
             EXEC SQL
                UPDATE cuenta
                SET saldoact = saldoact + :B-MONTO,
                    fecmod = CURRENT TIMESTAMP
                WHERE docclien=:B-DOC AND codcuent=:B-TGT-CUENTA
                  AND fecmod=:B-TGT-FECMOD
             END-EXEC
             IF SQLCODE IS EQUAL TO ZERO THEN
                MOVE B-TGT-CUENTA TO B-CUENTA
                PERFORM CheckConcurrency
             END-IF
          END-IF
          IF SQLCODE IS EQUAL TO ZERO AND NOT WS-CONFLICT-DETECTED
             EXEC SQL
                INSERT INTO movcuenta
                   (docclien, codcuent, fecmov, montomov, tipomov,
                    refmov, sucursal)
                VALUES
                   (:B-DOC, :B-SRC-CUENTA, :B-FECMOV, :B-MONTO,
                    'BARRIDOEGR', :B-REF, :B-SRC-SUCURSAL)
             END-EXEC
             IF SQLCODE IS EQUAL TO ZERO THEN
                EXEC SQL
                   INSERT INTO movcuenta
                      (docclien, codcuent, fecmov, montomov, tipomov,
                       refmov, sucursal)
                   VALUES
                      (:B-DOC, :B-TGT-CUENTA, :B-FECMOV, :B-MONTO,
                       'BARRIDOING', :B-REF, :B-TGT-SUCURSAL)
                END-EXEC
             END-IF
             IF SQLCODE IS EQUAL TO ZERO THEN
                EXEC SQL COMMIT WORK END-EXEC
             END-IF
             IF SQLCODE IS EQUAL TO ZERO THEN
                SET WS-POST-OK TO TRUE
             ELSE
                PERFORM HandlingErrors
             END-IF
          ELSE
             IF NOT WS-CONFLICT-DETECTED THEN
                PERFORM HandlingErrors
             END-IF
          END-IF
          IF WS-POST-OK THEN
             ADD 1 TO WS-SWEPT-COUNT
             ADD B-MONTO TO WS-SWEPT-AMOUNT
             ADD B-MONTO TO WS-TGT-SALDO
             MOVE SPACES TO WS-REPORT-LINE
             MOVE "BARRIDO" TO RP-ACCION
             MOVE B-DOC TO RP-DNI
             MOVE B-TGT-CUENTA TO RP-CUENTA
             MOVE B-SRC-CUENTA TO RP-ORIGEN
             MOVE WS-TGT-MONEDA TO RP-MONEDA
             MOVE B-MONTO TO RP-MONTO
             MOVE WS-TGT-SALDO TO RP-SALDO
             MOVE B-REF TO RP-REF
             WRITE ReportRecord FROM WS-REPORT-LINE
          ELSE
             EXEC SQL ROLLBACK WORK END-EXEC
             MOVE SPACES TO WS-REPORT-LINE
             MOVE "FALLIDO" TO RP-ACCION
             MOVE B-DOC TO RP-DNI
             MOVE B-TGT-CUENTA TO RP-CUENTA
             MOVE B-SRC-CUENTA TO RP-ORIGEN
             MOVE WS-TGT-MONEDA TO RP-MONEDA
             MOVE B-MONTO TO RP-MONTO
             MOVE WS-TGT-SALDO TO RP-SALDO
             IF WS-CONFLICT-DETECTED THEN
                MOVE "CONCURRENCIA" TO RP-NOTA
             ELSE
                MOVE "ERROR SQL" TO RP-NOTA
             END-IF
             WRITE ReportRecord FROM WS-REPORT-LINE
          END-IF.
       ReadAccount.
      *   LA CUENTA DE UN CLIENTE PENDIENTE DE REVISION POR LISTAS DE
      *   CONTROL SE LEE COMO RETENIDA (ESTADO 'R').
          MOVE "N" TO WS-ACCOUNT-OK-SW
          MOVE SPACE TO B-ESTADO
          EXEC SQL
             SELECT saldoact, fecmod,
                CASE WHEN EXISTS
                   (SELECT 1 FROM clientes
                    WHERE dniclien = :B-DOC AND estclien = 'R')
                   THEN 'R' ELSE estcuent END,
                COALESCE(intangcts, 0), COALESCE(moncuent, 'PEN'),
                COALESCE(sucursal, '0001')
             INTO :B-SALDO, :B-FECMOD, :B-ESTADO,
                :B-INTANGCTS, :B-MONEDA, :B-SUCURSAL
             FROM cuenta
             WHERE docclien=:B-DOC AND codcuent=:B-CUENTA
          END-EXEC
          EVALUATE TRUE
             WHEN SQLCODE IS NOT EQUAL TO ZERO
                PERFORM HandlingErrors
             WHEN AccountHeld
                CONTINUE
             WHEN NOT CuentaActiva
                CONTINUE
             WHEN OTHER
                SET WS-ACCOUNT-OK TO TRUE
          END-EVALUATE.
       CheckConcurrency.
          IF SQLERRD(3) IS EQUAL TO ZERO THEN
             SET WS-CONFLICT-DETECTED TO TRUE
             DISPLAY "ERROR: LA CUENTA " B-DOC SPACE B-CUENTA
                " FUE MODIFICADA POR OTRO PROCESO - SE OMITE"
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
                IF RT-DNI IS EQUAL TO B-DOC
                      AND RT-CUENTA IS EQUAL TO B-CUENTA THEN
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
      *   ACTIVAS DE EMBARGOS.DAT PARA LA CUENTA QUE FONDEA.
          MOVE ZERO TO WS-GARN-PENDIENTE
          OPEN INPUT GarnishFile
          IF NOT GarnishFileOK THEN
             CLOSE GarnishFile
          ELSE
             READ GarnishFile INTO WS-EMBARGO-LINE
                AT END SET EOFGarnishFile TO TRUE
             END-READ
             PERFORM UNTIL EOFGarnishFile
                IF EM-DNI IS EQUAL TO B-DOC
                      AND EM-CUENTA IS EQUAL TO B-CUENTA
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
          MOVE "Practica2Barrido" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          MOVE WS-READ-COUNT TO CIF-READ
          MOVE WS-SWEPT-COUNT TO CIF-WRITTEN
          MOVE WS-SHORT-COUNT TO CIF-REJECTED
          MOVE WS-SWEPT-AMOUNT TO CIF-AMOUNT
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
          MOVE "Practica2Barrido"    TO EXLOG-PROGRAM
          MOVE "SQLCODE"             TO EXLOG-CODETYPE
          MOVE SQLCODE               TO WS-EXLOG-CODE-DISPLAY
          MOVE WS-EXLOG-CODE-DISPLAY TO EXLOG-CODEVALUE
          STRING B-DOC DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 B-CUENTA DELIMITED BY SIZE
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

      * NADA POR PLANILLA, COMO ApplyTransferLegs); LOS ABONOS A
      * CUENTAS RETENIDAS O INEXISTENTES SE DERIVAN A LA COLA DE
      * CUARENTENA POSTPEND.DAT Y EL EMPLEADOR RECIBE UN ARCHIVO DE
      * RESULTADO CON EL DESTINO DE CADA ABONO. LOS ABONOS A TITULARES
      * FALLECIDOS NO SE APLICAN NI SE CARGAN AL EMPLEADOR: SE DEVUELVEN
      * EN DEVPLANILLA_<FECHA>.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PendingFile ASSIGN TO "POSTPEND.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PEND-STATUS.
          SELECT ReturnFile ASSIGN TO WS-RETURN-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RETURN-STATUS.
          SELECT GarnishFile ASSIGN TO "EMBARGOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EMBARGO-STATUS.
       01 ResultRecord        PIC X(80)   VALUES SPACES.
       FD PendingFile.
       01 PendingRecord       PIC X(110)  VALUES SPACES.
       FD ReturnFile.
       01 ReturnRecord        PIC X(90)   VALUES SPACES.
       FD GarnishFile.
       01 GarnishBuffer       PIC X(60)   VALUES SPACES.
          88 EOFGarnishFile   VALUES      HIGH-VALUES.
       01 WS-RESULT-FILENAME  PIC X(30)   VALUE SPACES.
       01 WS-PEND-STATUS      PIC X(2)    VALUE SPACE.
          88 PendingFileOK    VALUE "00".
       01 WS-RETURN-STATUS    PIC X(2)    VALUE SPACE.
          88 ReturnFileOK     VALUE "00".
       01 WS-RETURN-FILENAME  PIC X(30)   VALUE SPACES.
      * CABECERA DE LA PLANILLA: MARCA, EMPLEADOR Y TOTAL DECLARADO.
       01 WS-HEADER-LINE.
          05 PH-MARK          PIC X(9)    VALUE SPACES.
             10 DT-DNI        PIC X(8).
             10 DT-CUENTA     PIC X(10).
             10 DT-MONTO      PIC 9(9).
      *      RESULTADO DEL ABONO (A ABONADO / Q CUARENTENA /
      *      D DEVUELTO POR TITULAR FALLECIDO) Y SU
      *      MOTIVO: LOS ARCHIVOS DE RESULTADO Y CUARENTENA RECIEN
      *      SE ESCRIBEN CUANDO EL COMMIT DE LA PLANILLA PROSPERO.
             10 DT-RESULT     PIC X(1).
          05 PND-INTENTOS     PIC 9(2)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 PND-ORIGEN       PIC 9(8)    VALUE ZERO.
      * ABONO DEVUELTO: EMPLEADOR, EMPLEADO, MONTO, FECHA, MOTIVO Y
      * REFERENCIA DE LA PLANILLA.
       01 WS-RETURN-LINE.
          05 DV-EMPLEADOR     PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 DV-ECUENTA       PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 DV-DNI           PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 DV-CUENTA        PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 DV-MONTO         PIC 9(9)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 DV-FECHA         PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 DV-MOTIVO        PIC X(20)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 DV-REF           PIC X(19)   VALUE SPACES.
       01 WS-RESULT-LINE.
          05 RS-DNI           PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
       01 WS-CREDIT-COUNT     PIC 9(5)    VALUE ZERO.
       01 WS-DIVERT-COUNT     PIC 9(5)    VALUE ZERO.
       01 WS-CREDIT-AMOUNT    PIC 9(12)   VALUE ZERO.
       01 WS-RETURN-COUNT     PIC 9(5)    VALUE ZERO.
       01 WS-RETURN-AMOUNT    PIC 9(11)   VALUE ZERO.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME           PIC X(30)      VALUE SPACE.
       01 USERNAME         PIC X(64)      VALUE SPACE.
       01 N-ESTADO         PIC X(1)       VALUE SPACE.
          88 CuentaActiva  VALUE "A".
          88 CuentaRetenida VALUES "S", "J".
       01 N-CLIESTADO      PIC X(1)       VALUE SPACE.
          88 TitularFallecido VALUE "F".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
                 WS-RUN-DATE  DELIMITED BY SIZE
                 ".DAT"       DELIMITED BY SIZE
             INTO WS-RESULT-FILENAME
          STRING "DEVPLANILLA_" DELIMITED BY SIZE
                 WS-RUN-DATE    DELIMITED BY SIZE
                 ".DAT"         DELIMITED BY SIZE
             INTO WS-RETURN-FILENAME
          STRING WS-RUN-DATE(1:4) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-RUN-DATE(5:2) DELIMITED BY SIZE
      *   TOTAL, ABONO A CADA EMPLEADO APLICABLE, Y COMMIT UNICO AL
      *   FINAL; CUALQUIER ERROR SQL DESHACE LA PLANILLA COMPLETA.
          MOVE "Y" TO WS-PAYROLL-OK-SW
          PERFORM CheckDeceasedHolders
          PERFORM DebitEmployer
          IF WS-PAYROLL-BAD THEN
             DISPLAY "ERROR: PLANILLA RECHAZADA - NO SE APLICO NADA"
          ELSE
             PERFORM VARYING DetailIdx FROM 1 BY 1
                UNTIL DetailIdx > DetailCount OR WS-PAYROLL-BAD
                IF DT-RESULT(DetailIdx) IS NOT EQUAL TO "D" THEN
                   PERFORM CreditOneEmployee
                END-IF
             END-PERFORM
             IF WS-PAYROLL-BAD THEN
                DISPLAY "ERROR: FALLO UN ABONO - SE DESHACE LA "
                END-IF
             END-IF
          END-IF.
       CheckDeceasedHolders.
      *   LOS ABONOS A TITULARES FALLECIDOS SE DEVUELVEN AL EMPLEADOR:
      *   SE MARCAN ANTES DEL CARGO, QUE SE REDUCE EN SU IMPORTE.
          MOVE ZERO TO WS-RETURN-COUNT
          MOVE ZERO TO WS-RETURN-AMOUNT
          PERFORM VARYING DetailIdx FROM 1 BY 1
             UNTIL DetailIdx > DetailCount
             MOVE SPACE TO DT-RESULT(DetailIdx)
             MOVE DT-DNI(DetailIdx) TO N-DOC
             EXEC SQL
                SELECT estclien INTO :N-CLIESTADO
                FROM clientes
                WHERE dniclien=:N-DOC
             END-EXEC
             IF SQLCODE IS EQUAL TO ZERO AND TitularFallecido THEN
                MOVE "D" TO DT-RESULT(DetailIdx)
                MOVE "TITULAR FALLECIDO" TO DT-MOTIVO(DetailIdx)
                ADD 1 TO WS-RETURN-COUNT
                ADD DT-MONTO(DetailIdx) TO WS-RETURN-AMOUNT
             END-IF
          END-PERFORM
          IF WS-RETURN-COUNT IS GREATER THAN ZERO THEN
             DISPLAY "LOG: ABONOS A DEVOLVER POR FALLECIMIENTO: "
                WS-RETURN-COUNT " POR " WS-RETURN-AMOUNT
          END-IF.
       DebitEmployer.
          MOVE PH-DNI    TO N-DOC
          MOVE PH-CUENTA TO N-CUENTA
          COMPUTE N-MONTO = PH-TOTAL - WS-RETURN-AMOUNT
          PERFORM ComputeGarnished
          EXEC SQL
             SELECT saldoact, estcuent, COALESCE(sucursal, '0001')
             WHEN NOT CuentaActiva
                DISPLAY "ERROR: CUENTA DEL EMPLEADOR NO ACTIVA"
                SET WS-PAYROLL-BAD TO TRUE
             WHEN N-MONTO IS EQUAL TO ZERO
                DISPLAY "LOG: TODOS LOS ABONOS SE DEVUELVEN - SIN "
                   "CARGO AL EMPLEADOR"
             WHEN N-SALDO - WS-GARN-PENDIENTE IS LESS THAN N-MONTO
                DISPLAY "ERROR: SALDO DISPONIBLE INSUFICIENTE DEL "
                   "EMPLEADOR (DESCONTADO EL EMBARGO PENDIENTE)"
      *   APLICARIA POR SU CUENTA.
          PERFORM VARYING DetailIdx FROM 1 BY 1
             UNTIL DetailIdx > DetailCount
             EVALUATE DT-RESULT(DetailIdx)
                WHEN "A"
                   ADD 1 TO WS-CREDIT-COUNT
                   ADD DT-MONTO(DetailIdx) TO WS-CREDIT-AMOUNT
                   MOVE "ABONADO" TO RS-ESTADO
                WHEN "D"
                   PERFORM ReturnOneCredit
                   MOVE SPACES TO RS-ESTADO
                   STRING "DEVUELTO: " DELIMITED BY SIZE
                          DT-MOTIVO(DetailIdx) DELIMITED BY SIZE
                      INTO RS-ESTADO
                WHEN OTHER
                   PERFORM DivertOneCredit
                   MOVE SPACES TO RS-ESTADO
                   STRING "CUARENTENA: " DELIMITED BY SIZE
                          DT-MOTIVO(DetailIdx) DELIMITED BY SIZE
                      INTO RS-ESTADO
             END-EVALUATE
             PERFORM WriteResultLine
          END-PERFORM.
       DivertOneCredit.
          END-IF
          WRITE PendingRecord FROM WS-PEND-LINE
          CLOSE PendingFile.
       ReturnOneCredit.
      *   EL ABONO A UN TITULAR FALLECIDO NO ENTRA A LA CUENTA RETENIDA
      *   DE LA SUCESION: QUEDA EN EL ARCHIVO DE DEVOLUCIONES DEL DIA
      *   PARA QUE EL EMPLEADOR LO REGULARICE.
          MOVE SPACES TO WS-RETURN-LINE
          MOVE PH-DNI               TO DV-EMPLEADOR
          MOVE PH-CUENTA            TO DV-ECUENTA
          MOVE DT-DNI(DetailIdx)    TO DV-DNI
          MOVE DT-CUENTA(DetailIdx) TO DV-CUENTA
          MOVE DT-MONTO(DetailIdx)  TO DV-MONTO
          MOVE N-FECMOV             TO DV-FECHA
          MOVE DT-MOTIVO(DetailIdx) TO DV-MOTIVO
          PERFORM BuildPayrollRef
          MOVE N-REF                TO DV-REF
          OPEN EXTEND ReturnFile
          IF NOT ReturnFileOK THEN
             CLOSE ReturnFile
             OPEN OUTPUT ReturnFile
          END-IF
          WRITE ReturnRecord FROM WS-RETURN-LINE
          CLOSE ReturnFile.
       WriteResultLine.
          MOVE DT-DNI(DetailIdx)    TO RS-DNI
          MOVE DT-CUENTA(DetailIdx) TO RS-CUENTA
          MOVE WS-RUN-DATE TO CIF-DATE
          MOVE WS-READ-COUNT TO CIF-READ
          MOVE WS-CREDIT-COUNT TO CIF-WRITTEN
          COMPUTE CIF-REJECTED = WS-DIVERT-COUNT + WS-RETURN-COUNT
          MOVE WS-CREDIT-AMOUNT TO CIF-AMOUNT
          OPEN EXTEND ControlFiguresFile
          IF NOT ControlFiguresFileOK THEN
          DISPLAY "ABONOS EN PLANILLA  : " WS-READ-COUNT
          DISPLAY "ABONOS APLICADOS    : " WS-CREDIT-COUNT
          DISPLAY "ABONOS EN CUARENTENA: " WS-DIVERT-COUNT
          DISPLAY "ABONOS DEVUELTOS    : " WS-RETURN-COUNT
          DISPLAY "MONTO ABONADO       : " WS-CREDIT-AMOUNT
          DISPLAY "============================".
       HandlingErrors.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Practica2Cts.
      * DEPOSITO SEMESTRAL DE CTS (MAYO Y NOVIEMBRE): PROCESA
      * DEPOSITOCTS.DAT - UNA CABECERA CON EL EMPLEADOR (DNI, CUENTA Y
      * TOTAL), UN DETALLE POR TRABAJADOR (DNI, CUENTA CTS, DEPOSITO Y
      * REMUNERACION MENSUAL) Y UN *TRAILER CON CUENTA Y HASH COMO
      * Practica2Planilla. CADA DEPOSITO SE ABONA A LA CUENTA CTS DEL
      * TRABAJADOR Y ACTUALIZA SU MONTO INTANGIBLE (cuenta.intangcts):
      * EL TRABAJADOR SOLO DISPONE LIBREMENTE DEL EXCESO SOBRE ESE
      * MONTO. UN DEPOSITO INAPLICABLE (CUENTA INEXISTENTE, NO CTS,
      * RETENIDA O CERRADA) NO SE COBRA: VUELVE AL EMPLEADOR EN EL
      * ARCHIVO DE RESULTADO Y EL CARGO ES SOLO POR LO ABONADO. TODO
      * VIAJA EN UNA SOLA TRANSACCION POR ARCHIVO. EL DEPOSITO A UN
      * TITULAR FALLECIDO SE DEVUELVE ADEMAS EN DEVCTS_<FECHA>.DAT,
      * COMO DEVPLANILLA EN Practica2Planilla.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CtsFile ASSIGN TO "DEPOSITOCTS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-INPUT-STATUS.
          SELECT ResultFile ASSIGN TO WS-RESULT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RESULT-STATUS.
          SELECT ReturnFile ASSIGN TO WS-RETURN-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RETURN-STATUS.
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
       FD CtsFile.
       01 CtsBuffer           PIC X(45)   VALUES SPACES.
          88 EOFCtsFile       VALUES      HIGH-VALUES.
       FD ResultFile.
       01 ResultRecord        PIC X(80)   VALUES SPACES.
       FD ReturnFile.
       01 ReturnRecord        PIC X(110)  VALUES SPACES.
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
       COPY "OpeclienTrailerFields".
       COPY "ControlFiguresFields".
       COPY "ProcessDateFields".
       COPY "GarnishFields".
       01 WS-RUN-DATE         PIC 9(8)    VALUE ZERO.
      * MONTO EMBARGADO PENDIENTE DE LA CUENTA DEL EMPLEADOR: LOS
      * FONDOS RESERVADOS POR UN JUZGADO NO PAGAN DEPOSITOS.
       01 WS-GARN-PENDIENTE   PIC 9(10)   VALUE ZERO.
      * EL MONTO INTANGIBLE ES ESTE NUMERO DE REMUNERACIONES
      * MENSUALES; SE RECALCULA CON LA REMUNERACION DE CADA DEPOSITO.
       01 WS-CTS-SUELDOS      PIC 9(1)    VALUE 4.
      * PRODUCTO DEL CATALOGO (PRODUCTOS.DAT) QUE IDENTIFICA A LAS
      * CUENTAS CTS.
       01 WS-CTS-PRODUCTO     PIC X(4)    VALUE "CTS".
       01 WS-INPUT-STATUS     PIC X(2)    VALUE SPACE.
          88 InputFileOK      VALUE "00".
          88 InputFileNotFound VALUE "35".
       01 WS-RESULT-STATUS    PIC X(2)    VALUE SPACE.
          88 ResultFileOK     VALUE "00".
       01 WS-RESULT-FILENAME  PIC X(30)   VALUE SPACES.
       01 WS-RETURN-STATUS    PIC X(2)    VALUE SPACE.
          88 ReturnFileOK     VALUE "00".
       01 WS-RETURN-FILENAME  PIC X(30)   VALUE SPACES.
       01 WS-INPUT-LINE       PIC X(45)   VALUE SPACES.
      * CABECERA DEL DEPOSITO: MARCA, EMPLEADOR Y TOTAL DECLARADO.
       01 WS-HEADER-LINE.
          05 CH-MARK          PIC X(9)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 CH-DNI           PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 CH-CUENTA        PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 CH-TOTAL         PIC 9(11)   VALUE ZERO.
       01 WS-DETAIL-LINE.
          05 CD-DNI           PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 CD-CUENTA        PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 CD-MONTO         PIC 9(9)    VALUE ZERO.
          05 CD-MONTO-X REDEFINES CD-MONTO
                              PIC X(9).
          05 FILLER           PIC X       VALUE SPACE.
          05 CD-SUELDO        PIC 9(9)    VALUE ZERO.
          05 CD-SUELDO-X REDEFINES CD-SUELDO
                              PIC X(9).
       01 DetailTable.
          05 DetailCount      PIC 9(4)    VALUE ZERO.
          05 DetailEntry OCCURS 2000 TIMES.
             10 DT-DNI        PIC X(8).
             10 DT-CUENTA     PIC X(10).
             10 DT-MONTO      PIC 9(9).
             10 DT-SUELDO     PIC 9(9).
             10 DT-VALIDO     PIC X(1).
      *      RESULTADO DEL DEPOSITO (A ABONADO / R DEVUELTO AL
      *      EMPLEADOR / D DEVUELTO POR TITULAR FALLECIDO) Y SU MOTIVO:
      *      EL ARCHIVO DE RESULTADO RECIEN SE ESCRIBE CUANDO EL COMMIT
      *      DEL ARCHIVO PROSPERO.
             10 DT-RESULT     PIC X(1).
             10 DT-MOTIVO     PIC X(20).
       01 DetailIdx           PIC 9(4)    VALUE ZERO.
       01 WS-HEADER-FOUND-SW  PIC X(1)    VALUE "N".
          88 WS-HEADER-FOUND  VALUE "Y".
       01 WS-BATCH-OK-SW      PIC X(1)    VALUE "Y".
          88 WS-BATCH-OK      VALUE "Y".
          88 WS-BATCH-BAD     VALUE "N".
       01 WS-RESULT-LINE.
          05 RS-DNI           PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 RS-CUENTA        PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 RS-MONTO         PIC Z(8)9   VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 RS-INTANG        PIC Z(9)9   VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 RS-ESTADO        PIC X(32)   VALUE SPACES.
      * DEPOSITO DEVUELTO: EMPLEADOR, TRABAJADOR, MONTO, FECHA, MOTIVO
      * Y REFERENCIA, CON EL TRAZADO DE DEVPLANILLA.
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
       01 WS-READ-COUNT       PIC 9(5)    VALUE ZERO.
       01 WS-CREDIT-COUNT     PIC 9(5)    VALUE ZERO.
       01 WS-RETURN-COUNT     PIC 9(5)    VALUE ZERO.
       01 WS-CREDIT-AMOUNT    PIC 9(12)   VALUE ZERO.
       01 WS-RETURN-AMOUNT    PIC 9(12)   VALUE ZERO.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME           PIC X(30)      VALUE SPACE.
       01 USERNAME         PIC X(64)      VALUE SPACE.
       01 PASSWD           PIC X(10)      VALUE SPACE.
       01 N-DOC            PIC X(8)       VALUE SPACE.
       01 N-CUENTA         PIC X(10)      VALUE SPACE.
       01 N-MONTO          PIC 9(11)      VALUE ZERO.
       01 N-INTANG         PIC 9(10)      VALUE ZERO.
       01 N-FECMOV         PIC X(10)      VALUE SPACE.
       01 N-REF            PIC X(19)      VALUE SPACE.
       01 N-SALDO          PIC S9(10)     VALUE ZERO.
       01 N-SUCURSAL       PIC X(4)       VALUE SPACE.
       01 N-PRODUCTO       PIC X(4)       VALUE SPACE.
       01 N-ESTADO         PIC X(1)       VALUE SPACE.
          88 CuentaActiva  VALUE "A".
          88 CuentaRetenida VALUES "S", "J".
       01 N-CLIESTADO      PIC X(1)       VALUE SPACE.
          88 TitularFallecido VALUE "F".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "*** DEPOSITO DE CTS ***"
          PERFORM LoadProcessDate
          STRING "RESULCTS_"  DELIMITED BY SIZE
                 WS-RUN-DATE  DELIMITED BY SIZE
                 ".DAT"       DELIMITED BY SIZE
             INTO WS-RESULT-FILENAME
          STRING "DEVCTS_"    DELIMITED BY SIZE
                 WS-RUN-DATE  DELIMITED BY SIZE
                 ".DAT"       DELIMITED BY SIZE
             INTO WS-RETURN-FILENAME
          STRING WS-RUN-DATE(1:4) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-RUN-DATE(5:2) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-RUN-DATE(7:2) DELIMITED BY SIZE
             INTO N-FECMOV
          PERFORM ReadCtsFile
          PERFORM LoadDbProfile
          MOVE SPACE TO PASSWD
          PERFORM ConnectionSQL
          OPEN OUTPUT ResultFile
          PERFORM ApplyCtsDeposits
          CLOSE ResultFile
          PERFORM WriteControlFigures
          PERFORM DisplaySummary
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
       ReadCtsFile.
      *   EL ARCHIVO SE CARGA COMPLETO Y SE VERIFICA (CABECERA,
      *   TRAILER CON CUENTA Y HASH, Y TOTAL DECLARADO IGUAL AL HASH)
      *   ANTES DE TOCAR UNA SOLA CUENTA.
          OPEN INPUT CtsFile
          IF NOT InputFileOK THEN
             DISPLAY "ERROR: NO SE ENCONTRO DEPOSITOCTS.DAT"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          READ CtsFile INTO WS-INPUT-LINE
             AT END SET EOFCtsFile TO TRUE
          END-READ
          PERFORM UNTIL EOFCtsFile
             EVALUATE TRUE
                WHEN WS-INPUT-LINE(1:9) IS EQUAL TO "*CABECERA"
                   SET WS-HEADER-FOUND TO TRUE
                   MOVE WS-INPUT-LINE TO WS-HEADER-LINE
                WHEN WS-INPUT-LINE(1:8) IS EQUAL TO "*TRAILER"
                   SET WS-TRAILER-FOUND TO TRUE
                   MOVE WS-INPUT-LINE TO WS-TRAILER-IN
                WHEN OTHER
                   ADD 1 TO WS-READ-COUNT
                   ADD 1 TO WS-TRL-READ-COUNT
                   MOVE WS-INPUT-LINE TO WS-DETAIL-LINE
                   IF CD-MONTO-X IS NUMERIC THEN
                      ADD CD-MONTO TO WS-TRL-HASH-TOTAL
                   END-IF
                   IF DetailCount IS LESS THAN 2000 THEN
                      ADD 1 TO DetailCount
                      PERFORM StoreDetail
                   ELSE
                      DISPLAY "ERROR: DEPOSITO CON MAS DE 2000 "
                         "TRABAJADORES - SE DETIENE"
                      MOVE 1 TO RETURN-CODE
                      STOP RUN
                   END-IF
             END-EVALUATE
             READ CtsFile INTO WS-INPUT-LINE
                AT END SET EOFCtsFile TO TRUE
             END-READ
          END-PERFORM
          CLOSE CtsFile
          IF NOT WS-HEADER-FOUND THEN
             DISPLAY "ERROR: DEPOSITO CTS SIN CABECERA - SE DETIENE"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          IF NOT WS-TRAILER-FOUND
                OR TRI-COUNT IS NOT EQUAL TO WS-TRL-READ-COUNT
                OR TRI-HASH IS NOT EQUAL TO WS-TRL-HASH-TOTAL
                OR CH-TOTAL IS NOT EQUAL TO WS-TRL-HASH-TOTAL THEN
             DISPLAY "ERROR: TRAILER O TOTAL DEL DEPOSITO CTS NO "
                "CUADRA - SE DETIENE"
             MOVE "Practica2Cts" TO EXLOG-PROGRAM
             MOVE "TRAILER"      TO EXLOG-CODETYPE
             MOVE SPACES         TO EXLOG-CODEVALUE
             MOVE CH-DNI         TO EXLOG-KEYVALUE
             PERFORM LogException
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          DISPLAY "LOG: DEPOSITO CTS DE " CH-DNI " POR " CH-TOTAL
             " CON " DetailCount " TRABAJADORES".
       StoreDetail.
      *   UN DETALLE CON DEPOSITO O REMUNERACION NO NUMERICOS SE
      *   CONSERVA PARA DEVOLVERLO AL EMPLEADOR EN EL RESULTADO.
          MOVE CD-DNI    TO DT-DNI(DetailCount)
          MOVE CD-CUENTA TO DT-CUENTA(DetailCount)
          IF CD-MONTO-X IS NUMERIC AND CD-SUELDO-X IS NUMERIC
                AND CD-MONTO IS GREATER THAN ZERO THEN
             MOVE CD-MONTO  TO DT-MONTO(DetailCount)
             MOVE CD-SUELDO TO DT-SUELDO(DetailCount)
             MOVE "Y" TO DT-VALIDO(DetailCount)
          ELSE
             MOVE ZERO TO DT-MONTO(DetailCount)
             MOVE ZERO TO DT-SUELDO(DetailCount)
             MOVE "N" TO DT-VALIDO(DetailCount)
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
       ApplyCtsDeposits.
      *   UNA SOLA UNIDAD DE TRABAJO: SE VERIFICA EL DISPONIBLE DEL
      *   EMPLEADOR POR EL TOTAL DECLARADO, SE ABONA CADA DEPOSITO
      *   APLICABLE, SE CARGA AL EMPLEADOR SOLO LO ABONADO Y SE HACE
      *   UN COMMIT UNICO; CUALQUIER ERROR SQL DESHACE EL ARCHIVO.
          MOVE "Y" TO WS-BATCH-OK-SW
          PERFORM CheckEmployer
          IF WS-BATCH-OK THEN
             PERFORM VARYING DetailIdx FROM 1 BY 1
                UNTIL DetailIdx > DetailCount OR WS-BATCH-BAD
                PERFORM CreditOneWorker
             END-PERFORM
          END-IF
          IF WS-BATCH-OK AND WS-CREDIT-AMOUNT IS GREATER THAN ZERO THEN
             PERFORM DebitEmployer
          END-IF
          IF WS-BATCH-BAD THEN
             DISPLAY "ERROR: DEPOSITO CTS RECHAZADO - NO SE APLICO "
                "NADA"
             EXEC SQL ROLLBACK WORK END-EXEC
             MOVE "DEPOSITO CTS RECHAZADO - NO SE APLICO NADA"
                TO ResultRecord
             WRITE ResultRecord
             MOVE ZERO TO WS-CREDIT-COUNT
             MOVE ZERO TO WS-CREDIT-AMOUNT
             MOVE 1 TO RETURN-CODE
          ELSE
             EXEC SQL COMMIT WORK END-EXEC
             IF SQLCODE IS EQUAL TO ZERO THEN
                DISPLAY "RESULTADO: DEPOSITO CTS APLICADO"
                PERFORM WriteOutcomes
             ELSE
                PERFORM HandlingErrors
                EXEC SQL ROLLBACK WORK END-EXEC
                MOVE ZERO TO WS-CREDIT-COUNT
                MOVE ZERO TO WS-CREDIT-AMOUNT
                MOVE 1 TO RETURN-CODE
             END-IF
          END-IF.
       CheckEmployer.
          MOVE CH-DNI    TO N-DOC
          MOVE CH-CUENTA TO N-CUENTA
          MOVE CH-TOTAL  TO N-MONTO
          PERFORM ComputeGarnished
          EXEC SQL
             SELECT saldoact, estcuent, COALESCE(sucursal, '0001')
             INTO :N-SALDO, :N-ESTADO, :N-SUCURSAL
             FROM cuenta
             WHERE docclien=:N-DOC AND codcuent=:N-CUENTA
          END-EXEC
          EVALUATE TRUE
             WHEN SQLCODE IS NOT EQUAL TO ZERO
                DISPLAY "ERROR: CUENTA DEL EMPLEADOR NO ENCONTRADA"
                SET WS-BATCH-BAD TO TRUE
             WHEN NOT CuentaActiva
                DISPLAY "ERROR: CUENTA DEL EMPLEADOR NO ACTIVA"
                SET WS-BATCH-BAD TO TRUE
             WHEN N-SALDO - WS-GARN-PENDIENTE IS LESS THAN N-MONTO
                DISPLAY "ERROR: SALDO DISPONIBLE INSUFICIENTE DEL "
                   "EMPLEADOR (DESCONTADO EL EMBARGO PENDIENTE)"
                SET WS-BATCH-BAD TO TRUE
          END-EVALUATE.
       DebitEmployer.
          MOVE CH-DNI    TO N-DOC
          MOVE CH-CUENTA TO N-CUENTA
          MOVE WS-CREDIT-AMOUNT TO N-MONTO
          MOVE ZERO TO DetailIdx
          PERFORM BuildCtsRef
          EXEC SQL
             INSERT INTO movcuenta
                (docclien, codcuent, fecmov, montomov,
                 tipomov, refmov, sucursal)
             VALUES
                (:N-DOC, :N-CUENTA, :N-FECMOV, :N-MONTO,
                 'DEPCTSEGR', :N-REF, :N-SUCURSAL)
          END-EXEC
          IF SQLCODE IS EQUAL TO ZERO THEN
             EXEC SQL
                UPDATE cuenta
                SET saldoact = saldoact - :N-MONTO,
                    fecmod = CURRENT TIMESTAMP
                WHERE docclien=:N-DOC AND codcuent=:N-CUENTA
             END-EXEC
          END-IF
          IF SQLCODE IS NOT EQUAL TO ZERO THEN
             PERFORM HandlingErrors
             SET WS-BATCH-BAD TO TRUE
          END-IF.
       ComputeGarnished.
      *   SUMA LO PENDIENTE (ORDENADO - RETENIDO) DE LAS ORDENES
      *   ACTIVAS DE EMBARGOS.DAT PARA LA CUENTA DEL EMPLEADOR.
          MOVE ZERO TO WS-GARN-PENDIENTE
          OPEN INPUT GarnishFile
          IF NOT GarnishFileOK THEN
             CLOSE GarnishFile
          ELSE
             READ GarnishFile INTO WS-EMBARGO-LINE
                AT END SET EOFGarnishFile TO TRUE
             END-READ
             PERFORM UNTIL EOFGarnishFile
                IF EM-DNI IS EQUAL TO N-DOC
                      AND EM-CUENTA IS EQUAL TO N-CUENTA
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
       BuildCtsRef.
          MOVE SPACES TO N-REF
          MOVE "CTS" TO N-REF(1:3)
          MOVE WS-RUN-DATE TO N-REF(4:8)
          MOVE DetailIdx TO N-REF(12:4).
       CreditOneWorker.
          MOVE DT-DNI(DetailIdx)    TO N-DOC
          MOVE DT-CUENTA(DetailIdx) TO N-CUENTA
          MOVE DT-MONTO(DetailIdx)  TO N-MONTO
          COMPUTE N-INTANG = DT-SUELDO(DetailIdx) * WS-CTS-SUELDOS
          MOVE "R" TO DT-RESULT(DetailIdx)
          IF DT-VALIDO(DetailIdx) IS NOT EQUAL TO "Y" THEN
             MOVE "DATOS NO NUMERICOS" TO DT-MOTIVO(DetailIdx)
          ELSE
             EXEC SQL
                SELECT saldoact, estcuent, COALESCE(sucursal, '0001'),
                   COALESCE(codprod, ' '),
                   COALESCE((SELECT estclien FROM clientes
                             WHERE dniclien = :N-DOC), ' ')
                INTO :N-SALDO, :N-ESTADO, :N-SUCURSAL, :N-PRODUCTO,
                   :N-CLIESTADO
                FROM cuenta
                WHERE docclien=:N-DOC AND codcuent=:N-CUENTA
             END-EXEC
             EVALUATE TRUE
                WHEN SQLCODE IS NOT EQUAL TO ZERO
                   MOVE "CUENTA INEXISTENTE" TO DT-MOTIVO(DetailIdx)
                WHEN TitularFallecido
                   MOVE "D" TO DT-RESULT(DetailIdx)
                   MOVE "TITULAR FALLECIDO" TO DT-MOTIVO(DetailIdx)
                WHEN N-PRODUCTO IS NOT EQUAL TO WS-CTS-PRODUCTO
                   MOVE "NO ES CUENTA CTS" TO DT-MOTIVO(DetailIdx)
                WHEN CuentaRetenida
                   MOVE "CUENTA RETENIDA" TO DT-MOTIVO(DetailIdx)
                WHEN NOT CuentaActiva
                   MOVE "SIN CUENTA ACTIVA" TO DT-MOTIVO(DetailIdx)
                WHEN OTHER
                   PERFORM PostWorkerDeposit
             END-EVALUATE
          END-IF.
       PostWorkerDeposit.
      *   EL ABONO Y EL NUEVO MONTO INTANGIBLE VIAJAN EN LA MISMA
      *   ACTUALIZACION DE LA CUENTA.
          PERFORM BuildCtsRef
          EXEC SQL
             INSERT INTO movcuenta
                (docclien, codcuent, fecmov, montomov,
                 tipomov, refmov, sucursal)
             VALUES
                (:N-DOC, :N-CUENTA, :N-FECMOV, :N-MONTO,
                 'DEPOSITCTS', :N-REF, :N-SUCURSAL)
          END-EXEC
          IF SQLCODE IS EQUAL TO ZERO THEN
             EXEC SQL
                UPDATE cuenta
                SET saldoact = saldoact + :N-MONTO,
                    intangcts = :N-INTANG,
                    fecmod = CURRENT TIMESTAMP
                WHERE docclien=:N-DOC AND codcuent=:N-CUENTA
             END-EXEC
          END-IF
          IF SQLCODE IS EQUAL TO ZERO THEN
             MOVE "A" TO DT-RESULT(DetailIdx)
             MOVE SPACES TO DT-MOTIVO(DetailIdx)
             ADD 1 TO WS-CREDIT-COUNT
             ADD N-MONTO TO WS-CREDIT-AMOUNT
          ELSE
             PERFORM HandlingErrors
             SET WS-BATCH-BAD TO TRUE
          END-IF.
       WriteOutcomes.
      *   RECIEN CON EL COMMIT CONFIRMADO SE ESCRIBE EL RESULTADO
      *   PARA EL EMPLEADOR: ABONADOS CON SU NUEVO MONTO INTANGIBLE Y
      *   DEVUELTOS CON SU MOTIVO (NO SE LE COBRARON).
          PERFORM VARYING DetailIdx FROM 1 BY 1
             UNTIL DetailIdx > DetailCount
             MOVE DT-DNI(DetailIdx)    TO RS-DNI
             MOVE DT-CUENTA(DetailIdx) TO RS-CUENTA
             MOVE DT-MONTO(DetailIdx)  TO RS-MONTO
             IF DT-RESULT(DetailIdx) IS EQUAL TO "A" THEN
                COMPUTE RS-INTANG =
                   DT-SUELDO(DetailIdx) * WS-CTS-SUELDOS
                MOVE "ABONADO" TO RS-ESTADO
             ELSE
                ADD 1 TO WS-RETURN-COUNT
                ADD DT-MONTO(DetailIdx) TO WS-RETURN-AMOUNT
                MOVE ZERO TO RS-INTANG
                MOVE SPACES TO RS-ESTADO
                STRING "DEVUELTO: " DELIMITED BY SIZE
                       DT-MOTIVO(DetailIdx) DELIMITED BY SIZE
                   INTO RS-ESTADO
                MOVE "Practica2Cts" TO EXLOG-PROGRAM
                MOVE "CTSDEVUEL"    TO EXLOG-CODETYPE
                MOVE SPACES         TO EXLOG-CODEVALUE
                STRING DT-DNI(DetailIdx) DELIMITED BY SIZE
                       SPACE DELIMITED BY SIZE
                       DT-CUENTA(DetailIdx) DELIMITED BY SIZE
                   INTO EXLOG-KEYVALUE
                PERFORM LogException
                IF DT-RESULT(DetailIdx) IS EQUAL TO "D" THEN
                   PERFORM ReturnOneCredit
                END-IF
             END-IF
             WRITE ResultRecord FROM WS-RESULT-LINE
          END-PERFORM
          MOVE SPACES TO ResultRecord
          STRING "CARGO AL EMPLEADOR " DELIMITED BY SIZE
                 CH-DNI DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 CH-CUENTA DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 WS-CREDIT-AMOUNT DELIMITED BY SIZE
             INTO ResultRecord
          WRITE ResultRecord.
       ReturnOneCredit.
      *   EL DEPOSITO A UN TITULAR FALLECIDO NO ENTRA A LA CUENTA
      *   RETENIDA DE LA SUCESION: QUEDA EN EL ARCHIVO DE DEVOLUCIONES
      *   DEL DIA PARA QUE EL EMPLEADOR LO REGULARICE.
          MOVE SPACES TO WS-RETURN-LINE
          MOVE CH-DNI               TO DV-EMPLEADOR
          MOVE CH-CUENTA            TO DV-ECUENTA
          MOVE DT-DNI(DetailIdx)    TO DV-DNI
          MOVE DT-CUENTA(DetailIdx) TO DV-CUENTA
          MOVE DT-MONTO(DetailIdx)  TO DV-MONTO
          MOVE N-FECMOV             TO DV-FECHA
          MOVE DT-MOTIVO(DetailIdx) TO DV-MOTIVO
          PERFORM BuildCtsRef
          MOVE N-REF                TO DV-REF
          OPEN EXTEND ReturnFile
          IF NOT ReturnFileOK THEN
             CLOSE ReturnFile
             OPEN OUTPUT ReturnFile
          END-IF
          WRITE ReturnRecord FROM WS-RETURN-LINE
          CLOSE ReturnFile.
       WriteControlFigures.
          MOVE "Practica2Cts" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          MOVE WS-READ-COUNT TO CIF-READ
          MOVE WS-CREDIT-COUNT TO CIF-WRITTEN
          MOVE WS-RETURN-COUNT TO CIF-REJECTED
          MOVE WS-CREDIT-AMOUNT TO CIF-AMOUNT
          OPEN EXTEND ControlFiguresFile
          IF NOT ControlFiguresFileOK THEN
             CLOSE ControlFiguresFile
             OPEN OUTPUT ControlFiguresFile
          END-IF
          WRITE ControlFiguresRecord FROM WS-CIFRAS-LINE
          CLOSE ControlFiguresFile.
       DisplaySummary.
          DISPLAY "============================"
          DISPLAY "DEPOSITOS EN ARCHIVO: " WS-READ-COUNT
          DISPLAY "DEPOSITOS ABONADOS  : " WS-CREDIT-COUNT
          DISPLAY "DEPOSITOS DEVUELTOS : " WS-RETURN-COUNT
          DISPLAY "MONTO ABONADO       : " WS-CREDIT-AMOUNT
          DISPLAY "MONTO DEVUELTO      : " WS-RETURN-AMOUNT
          DISPLAY "============================".
       HandlingErrors.
          DISPLAY "SQLCODE: " SQLCODE
          DISPLAY "SQLERRMC: " SQLERRMC
          MOVE "Practica2Cts"        TO EXLOG-PROGRAM
          MOVE "SQLCODE"             TO EXLOG-CODETYPE
          MOVE SQLCODE               TO WS-EXLOG-CODE-DISPLAY
          MOVE WS-EXLOG-CODE-DISPLAY TO EXLOG-CODEVALUE
          STRING N-DOC DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 N-CUENTA DELIMITED BY SIZE
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Practica2Anonimiza.
      * COPIA ANONIMIZADA DE PRODUCCION PARA LOS PERFILES NO
      * PRODUCTIVOS. USO: ./Practica2Anonimiza <PERFIL>, DONDE PERFIL
      * ES UNA ENTRADA DE DBPROFILE.DAT DISTINTA DE PROD (DEV, TEST).
      * SE NIEGA A CORRER SI EL DESTINO ES PROD, SI NO ESTA EN
      * DBPROFILE.DAT O SI APUNTA A LA MISMA BASE QUE PROD.
      * PRIMERA FASE, CONECTADO A PROD: LEE clientes, cuenta,
      * movcuenta Y tarjetas Y ESCRIBE SU COPIA ANONIMIZADA EN
      * <PERFIL>_CLIENTES.DAT, <PERFIL>_CUENTAS.DAT,
      * <PERFIL>_MOVCUENTA.DAT Y <PERFIL>_TARJETAS.DAT; LUEGO HACE LO
      * MISMO CON EMBARGOS.DAT, RETENCION.DAT, ORDENESPROG.DAT Y
      * TARJMAES.DAT (<PERFIL>_EMBARGOS.DAT, ETC.).
      * SEGUNDA FASE, CONECTADO AL PERFIL DESTINO: VACIA LAS CUATRO
      * TABLAS Y LAS CARGA DESDE LAS COPIAS EN UNA SOLA TRANSACCION.
      * REGLAS DE LA ANONIMIZACION:
      *   DNI     - SEUDONIMO 9NNNNNNN POR ORDEN DE DNI; EL MISMO DNI
      *             RECIBE EL MISMO SEUDONIMO EN TODAS LAS TABLAS Y
      *             REGISTROS
      *   NOMBRE, DIRECCION, CONTACTO - DATOS FICTICIOS DEL SEUDONIMO
      *   CUENTA  - NUMERO NUEVO 9NNNNNNNN + DIGITO VERIFICADOR QUE
      *             ACEPTA ValidaCuenta
      *   TARJETA - MISMO BIN (SIGUE SIENDO PROPIA O AJENA EN
      *             BINES.DAT), NUMERO DE PRUEBA Y DIGITO DE LUHN
      * SALDOS, MONTOS, FECHAS Y ESTADOS NO SE TOCAN, ASI LOS
      * MOVIMIENTOS SIGUEN SUMANDO EL saldoact DE SU CUENTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT TableCopyFile ASSIGN TO WS-COPY-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COPY-STATUS.
          SELECT FlatInFile ASSIGN TO WS-FLATIN-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FLATIN-STATUS.
          SELECT FlatOutFile ASSIGN TO WS-FLATOUT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FLATOUT-STATUS.
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
       FD TableCopyFile.
       01 TableCopyRecord        PIC X(160)  VALUES SPACES.
          88 EOFTableCopy        VALUES      HIGH-VALUES.
       FD FlatInFile.
       01 FlatInRecord           PIC X(100)  VALUES SPACES.
          88 EOFFlatIn           VALUES      HIGH-VALUES.
       FD FlatOutFile.
       01 FlatOutRecord          PIC X(100)  VALUES SPACES.
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
       COPY "ProcessDateFields".
       COPY "ControlFiguresFields".
       COPY "GarnishFields".
       COPY "HoldFields".
       COPY "CardMasterFields".
       01 WS-RUN-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-CMDLINE             PIC X(100)  VALUE SPACES.
       01 WS-TARGET-ENV          PIC X(10)   VALUE SPACES.
       01 WS-PROD-USERNAME       PIC X(64)   VALUE SPACES.
       01 WS-PROD-DBNAME         PIC X(30)   VALUE SPACES.
       01 WS-TARGET-USERNAME     PIC X(64)   VALUE SPACES.
       01 WS-TARGET-DBNAME       PIC X(30)   VALUE SPACES.
       01 WS-COPY-FILENAME       PIC X(40)   VALUE SPACES.
       01 WS-COPY-STATUS         PIC X(2)    VALUE SPACE.
          88 TableCopyFileOK     VALUE "00".
       01 WS-FLATIN-FILENAME     PIC X(40)   VALUE SPACES.
       01 WS-FLATIN-STATUS       PIC X(2)    VALUE SPACE.
          88 FlatInFileOK        VALUE "00".
       01 WS-FLATOUT-FILENAME    PIC X(40)   VALUE SPACES.
       01 WS-FLATOUT-STATUS      PIC X(2)    VALUE SPACE.
          88 FlatOutFileOK       VALUE "00".
       01 WS-COPY-NAME           PIC X(20)   VALUE SPACES.
      * UNA ORDEN PROGRAMADA DE ORDENESPROG.DAT: SOLO SE REEMPLAZAN
      * LOS DOCUMENTOS Y CUENTAS; EL RESTO DE LA LINEA PASA IGUAL.
       01 WS-ORDER-LINE.
          05 OP-SDOC             PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 OP-SCUENTA          PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 OP-TDOC             PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 OP-TCUENTA          PIC X(10)   VALUE SPACES.
          05 OP-RESTO            PIC X(40)   VALUE SPACES.
      * SEUDONIMOS ASIGNADOS EN ESTA CORRIDA. EL ORIGINAL SOLO VIVE
      * EN MEMORIA; NINGUNA SALIDA GUARDA LA EQUIVALENCIA.
       01 ClientMapTable.
          05 ClientMapCount      PIC 9(5)    VALUE ZERO.
          05 ClientMapEntry OCCURS 20000 TIMES.
             10 CM-ORIGINAL      PIC X(8)    VALUE SPACES.
             10 CM-NUEVO         PIC X(8)    VALUE SPACES.
       01 ClientMapIdx           PIC 9(5)    VALUE ZERO.
       01 AccountMapTable.
          05 AccountMapCount     PIC 9(5)    VALUE ZERO.
          05 AccountMapEntry OCCURS 30000 TIMES.
             10 AM-ORIGINAL      PIC X(10)   VALUE SPACES.
             10 AM-NUEVO         PIC X(10)   VALUE SPACES.
       01 AccountMapIdx          PIC 9(5)    VALUE ZERO.
       01 CardMapTable.
          05 CardMapCount        PIC 9(5)    VALUE ZERO.
          05 CardMapEntry OCCURS 20000 TIMES.
             10 KM-ORIGINAL      PIC X(16)   VALUE SPACES.
             10 KM-NUEVO         PIC X(16)   VALUE SPACES.
       01 CardMapIdx             PIC 9(5)    VALUE ZERO.
       01 WS-MAP-FOUND-SW        PIC X(1)    VALUE "N".
          88 WS-MAP-FOUND        VALUE "Y".
       01 WS-MAP-DNI-IN          PIC X(8)    VALUE SPACES.
       01 WS-MAP-DNI-OUT         PIC X(8)    VALUE SPACES.
       01 WS-LAST-DNI-IN         PIC X(8)    VALUE SPACES.
       01 WS-LAST-DNI-OUT        PIC X(8)    VALUE SPACES.
       01 WS-MAP-CUENTA-IN       PIC X(10)   VALUE SPACES.
       01 WS-MAP-CUENTA-OUT      PIC X(10)   VALUE SPACES.
       01 WS-LAST-CUENTA-IN      PIC X(10)   VALUE SPACES.
       01 WS-LAST-CUENTA-OUT     PIC X(10)   VALUE SPACES.
       01 WS-MAP-CARD-IN         PIC X(16)   VALUE SPACES.
       01 WS-MAP-CARD-OUT        PIC X(16)   VALUE SPACES.
       01 WS-DNI-SEQ             PIC 9(7)    VALUE ZERO.
       01 WS-CTA-SEQ             PIC 9(8)    VALUE ZERO.
       01 WS-PAN-SEQ             PIC 9(9)    VALUE ZERO.
       01 WS-NEW-DNI             PIC X(8)    VALUE SPACES.
       01 WS-NEW-CUENTA          PIC X(10)   VALUE SPACES.
       01 WS-NEW-CARD            PIC X(16)   VALUE SPACES.
       01 WS-CTA-VALIDA          PIC X(1)    VALUE SPACE.
       01 WS-CHECK-DIGIT         PIC 9(2)    VALUE ZERO.
       01 WS-LUHN-POS            PIC 9(2)    VALUE ZERO.
       01 WS-LUHN-DIGIT          PIC 9(2)    VALUE ZERO.
       01 WS-LUHN-SUM            PIC 9(4)    VALUE ZERO.
       01 WS-LUHN-QUOT           PIC 9(4)    VALUE ZERO.
       01 WS-LUHN-REM            PIC 9(4)    VALUE ZERO.
       01 WS-LUHN-CHECK          PIC 9(1)    VALUE ZERO.
       01 WS-LUHN-DOUBLE-SW      PIC X(1)    VALUE "N".
          88 WS-LUHN-DOUBLE      VALUE "Y".
       01 WS-CLIEN-COUNT         PIC 9(7)    VALUE ZERO.
       01 WS-CTA-COUNT           PIC 9(7)    VALUE ZERO.
       01 WS-MOV-COUNT           PIC 9(7)    VALUE ZERO.
       01 WS-TARJ-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-FLAT-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-READ-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-LOAD-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-SALDO-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01 WS-MOV-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-EDIT          PIC -(11)9.99 VALUE ZERO.
       01 WS-ERR-KEY             PIC X(40)   VALUE SPACES.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME           PIC X(30)      VALUE SPACE.
       01 USERNAME         PIC X(64)      VALUE SPACE.
       01 PASSWD           PIC X(10)      VALUE SPACE.
       01 CL-RECORD.
          05 CL-DNI        PIC X(8)       VALUE SPACE.
          05 FILLER        PIC X          VALUE SPACE.
          05 CL-NOMBRE     PIC X(30)      VALUE SPACE.
          05 FILLER        PIC X          VALUE SPACE.
          05 CL-DIRECCION  PIC X(30)      VALUE SPACE.
          05 FILLER        PIC X          VALUE SPACE.
          05 CL-CONTACTO   PIC X(15)      VALUE SPACE.
          05 FILLER        PIC X          VALUE SPACE.
          05 CL-ESTADO     PIC X          VALUE SPACE.
       01 CU-RECORD.
          05 CU-DNI        PIC X(8)       VALUE SPACE.
          05 FILLER        PIC X          VALUE SPACE.
          05 CU-CUENTA     PIC X(10)      VALUE SPACE.
          05 FILLER        PIC X          VALUE SPACE.
          05 CU-ESTADO     PIC X          VALUE SPACE.
          05 FILLER        PIC X          VALUE SPACE.
          05 CU-SALDO      PIC S9(10)     VALUE ZERO.
          05 FILLER        PIC X          VALUE SPACE.
          05 CU-SALDOTEX   PIC 9(10)      VALUE ZERO.
          05 FILLER        PIC X          VALUE SPACE.
          05 CU-FECAPERT   PIC X(10)      VALUE SPACE.
          05 FILLER        PIC X          VALUE SPACE.
          05 CU-CDATA      PIC X(26)      VALUE SPACE.
          05 FILLER        PIC X          VALUE SPACE.
          05 CU-MONEDA     PIC X(3)       VALUE SPACE.
          05 FILLER        PIC X          VALUE SPACE.
          05 CU-SUCURSAL   PIC X(4)       VALUE SPACE.
          05 FILLER        PIC X          VALUE SPACE.
          05 CU-PRODUCTO   PIC X(4)       VALUE SPACE.
          05 FILLER        PIC X          VALUE SPACE.
          05 CU-SOBREGIRO  PIC 9(9)       VALUE ZERO.
          05 FILLER        PIC X          VALUE SPACE.
          05 CU-INTANGCTS  PIC 9(10)      VALUE ZERO.
          05 FILLER        PIC X          VALUE SPACE.
          05 CU-FECMOD     PIC X(26)      VALUE SPACE.
       01 MV-RECORD.
          05 MV-DNI        PIC X(8)       VALUE SPACE.
          05 FILLER        PIC X          VALUE SPACE.
          05 MV-CUENTA     PIC X(10)      VALUE SPACE.
          05 FILLER        PIC X          VALUE SPACE.
          05 MV-FECMOV     PIC X(10)      VALUE SPACE.
          05 FILLER        PIC X          VALUE SPACE.
          05 MV-MONTO      PIC S9(9)V99   VALUE ZERO.
          05 FILLER        PIC X          VALUE SPACE.
          05 MV-TIPOMOV    PIC X(10)      VALUE SPACE.
          05 FILLER        PIC X          VALUE SPACE.
          05 MV-REF        PIC X(19)      VALUE SPACE.
          05 FILLER        PIC X          VALUE SPACE.
          05 MV-SUCURSAL   PIC X(4)       VALUE SPACE.
       01 TA-RECORD.
          05 TA-CARD       PIC X(16)      VALUE SPACE.
          05 FILLER        PIC X          VALUE SPACE.
          05 TA-DNI        PIC X(8)       VALUE SPACE.
          05 FILLER        PIC X          VALUE SPACE.
          05 TA-CUENTA     PIC X(10)      VALUE SPACE.
          05 FILLER        PIC X          VALUE SPACE.
          05 TA-ESTADO     PIC X          VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "*** COPIA ANONIMIZADA PARA PERFILES NO PRODUCTIVOS"
             " ***"
          PERFORM LoadProcessDate
          ACCEPT WS-CMDLINE FROM COMMAND-LINE
          MOVE WS-CMDLINE TO WS-TARGET-ENV
          PERFORM ValidateTarget
      *   PRIMERA FASE: LECTURA DE PRODUCCION.
          MOVE WS-PROD-USERNAME TO USERNAME
          MOVE WS-PROD-DBNAME   TO DBNAME
          MOVE SPACE TO PASSWD
          PERFORM ConnectionSQL
          PERFORM CopyClients
          PERFORM CopyAccounts
          PERFORM CopyMovements
          PERFORM CopyCards
          DISPLAY "DISCONNECT FROM DATABASE...."
          EXEC SQL DISCONNECT ALL END-EXEC
          PERFORM CopyGarnishments
          PERFORM CopyHolds
          PERFORM CopyStandingOrders
          PERFORM CopyCardMaster
      *   SEGUNDA FASE: CARGA DEL PERFIL DESTINO.
          MOVE WS-TARGET-USERNAME TO USERNAME
          MOVE WS-TARGET-DBNAME   TO DBNAME
          MOVE SPACE TO PASSWD
          PERFORM ConnectionSQL
          PERFORM ClearTargetTables
          PERFORM LoadClients
          PERFORM LoadAccounts
          PERFORM LoadMovements
          PERFORM LoadCards
          PERFORM CommitTxn
          DISPLAY "DISCONNECT FROM DATABASE...."
          EXEC SQL DISCONNECT ALL END-EXEC
          PERFORM WriteControlFigures
          DISPLAY "============================"
          DISPLAY "PERFIL DESTINO       : " WS-TARGET-ENV
          DISPLAY "CLIENTES COPIADOS    : " WS-CLIEN-COUNT
          DISPLAY "CUENTAS COPIADAS     : " WS-CTA-COUNT
          DISPLAY "MOVIMIENTOS COPIADOS : " WS-MOV-COUNT
          DISPLAY "TARJETAS COPIADAS    : " WS-TARJ-COUNT
          DISPLAY "LINEAS DE REGISTROS  : " WS-FLAT-COUNT
          MOVE WS-SALDO-TOTAL TO WS-TOTAL-EDIT
          DISPLAY "SALDO TOTAL CUENTAS  : " WS-TOTAL-EDIT
          MOVE WS-MOV-TOTAL TO WS-TOTAL-EDIT
          DISPLAY "MONTO MOVIMIENTOS    : " WS-TOTAL-EDIT
          DISPLAY "============================"
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
          END-IF.
       ValidateTarget.
      *   EL DESTINO DEBE SER UN PERFIL NO PRODUCTIVO QUE EXISTA EN
      *   DBPROFILE.DAT: SIN ENTRADA PROPIA SE CONECTARIA A LA BASE
      *   POR DEFECTO, QUE ES LA DE PRODUCCION.
          IF WS-TARGET-ENV IS EQUAL TO SPACES THEN
             DISPLAY "ERROR: INDIQUE EL PERFIL DESTINO (DEV, TEST...)"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          IF WS-TARGET-ENV IS EQUAL TO "PROD" THEN
             DISPLAY "ERROR: EL DESTINO NO PUEDE SER PROD"
             MOVE "PERFIL PROD COMO DESTINO" TO WS-ERR-KEY
             PERFORM RefuseTarget
          END-IF
          MOVE "PROD" TO WS-DB-ENV
          PERFORM LoadDbProfile
          MOVE USERNAME TO WS-PROD-USERNAME
          MOVE DBNAME   TO WS-PROD-DBNAME
          MOVE WS-TARGET-ENV TO WS-DB-ENV
          PERFORM LoadDbProfile
          IF NOT WS-DBPROFILE-FOUND THEN
             DISPLAY "ERROR: EL PERFIL " WS-TARGET-ENV
                " NO ESTA EN DBPROFILE.DAT"
             MOVE "PERFIL SIN ENTRADA EN DBPROFILE" TO WS-ERR-KEY
             PERFORM RefuseTarget
          END-IF
          IF DBNAME IS EQUAL TO WS-PROD-DBNAME THEN
             DISPLAY "ERROR: EL PERFIL " WS-TARGET-ENV
                " APUNTA A LA BASE DE PROD (" DBNAME ")"
             MOVE "PERFIL CON LA BASE DE PROD" TO WS-ERR-KEY
             PERFORM RefuseTarget
          END-IF
          MOVE USERNAME TO WS-TARGET-USERNAME
          MOVE DBNAME   TO WS-TARGET-DBNAME.
       RefuseTarget.
          MOVE "Practica2Anonimiza" TO EXLOG-PROGRAM
          MOVE "DESTINO"            TO EXLOG-CODETYPE
          MOVE WS-TARGET-ENV        TO EXLOG-CODEVALUE
          MOVE WS-ERR-KEY           TO EXLOG-KEYVALUE
          PERFORM LogException
          MOVE 1 TO RETURN-CODE
          STOP RUN.
       LoadDbProfile.
          MOVE "dvilca"             TO USERNAME
          MOVE "playground_dvilca"  TO DBNAME
          MOVE "N" TO WS-DBPROFILE-FOUND-SW
          MOVE SPACES TO DbProfileBuffer
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
             DISPLAY "MESSAGE: SUCCESSFUL CONNECTION"
          ELSE
             MOVE DBNAME TO WS-ERR-KEY
             PERFORM HandlingErrors
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF.
       BuildCopyName.
          MOVE SPACES TO WS-COPY-FILENAME
          STRING WS-TARGET-ENV DELIMITED BY SPACE
                 "_" DELIMITED BY SIZE
                 WS-COPY-NAME DELIMITED BY SPACE
             INTO WS-COPY-FILENAME.
       OpenCopyOutput.
          OPEN OUTPUT TableCopyFile
          IF NOT TableCopyFileOK THEN
             DISPLAY "ERROR: NO SE PUDO CREAR " WS-COPY-FILENAME
                " (ESTADO " WS-COPY-STATUS ")"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF.
       CheckCursorEnd.
      *   UN CURSOR QUE TERMINA CON ERROR DEJARIA LA COPIA A MEDIAS.
          IF SQLCODE IS LESS THAN ZERO THEN
             PERFORM HandlingErrors
             EXEC SQL DISCONNECT ALL END-EXEC
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF.
       CopyClients.
      *   EL SEUDONIMO SE ASIGNA EN ORDEN DE DNI, ANTES QUE NINGUNA
      *   OTRA TABLA LO PIDA.
          MOVE "CLIENTES.DAT" TO WS-COPY-NAME
          PERFORM BuildCopyName
          PERFORM OpenCopyOutput
          EXEC SQL
             DECLARE C1 CURSOR FOR
             SELECT dniclien, nomclien, dirclien, contclien, estclien
             FROM clientes
             ORDER BY dniclien
          END-EXEC
          EXEC SQL
             OPEN C1
          END-EXEC
          EXEC SQL
             FETCH C1 INTO :CL-DNI, :CL-NOMBRE, :CL-DIRECCION,
                :CL-CONTACTO, :CL-ESTADO
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             ADD 1 TO WS-CLIEN-COUNT
             MOVE CL-DNI TO WS-MAP-DNI-IN
             PERFORM MapDni
             MOVE WS-MAP-DNI-OUT TO CL-DNI
             MOVE SPACES TO CL-NOMBRE CL-DIRECCION CL-CONTACTO
             STRING "CLIENTE PRUEBA " DELIMITED BY SIZE
                    WS-MAP-DNI-OUT(2:7) DELIMITED BY SIZE
                INTO CL-NOMBRE
             STRING "CALLE FICTICIA " DELIMITED BY SIZE
                    WS-MAP-DNI-OUT(2:7) DELIMITED BY SIZE
                    " - LIMA" DELIMITED BY SIZE
                INTO CL-DIRECCION
             STRING "90" DELIMITED BY SIZE
                    WS-MAP-DNI-OUT(2:7) DELIMITED BY SIZE
                INTO CL-CONTACTO
             WRITE TableCopyRecord FROM CL-RECORD
             EXEC SQL
                FETCH C1 INTO :CL-DNI, :CL-NOMBRE, :CL-DIRECCION,
                   :CL-CONTACTO, :CL-ESTADO
             END-EXEC
          END-PERFORM
          PERFORM CheckCursorEnd
          EXEC SQL
             CLOSE C1
          END-EXEC
          CLOSE TableCopyFile
          DISPLAY "LOG: CLIENTES LEIDOS DE PROD: " WS-CLIEN-COUNT.
       CopyAccounts.
          MOVE "CUENTAS.DAT" TO WS-COPY-NAME
          PERFORM BuildCopyName
          PERFORM OpenCopyOutput
          EXEC SQL
             DECLARE C2 CURSOR FOR
             SELECT docclien, codcuent, estcuent, saldoact,
                COALESCE(saldotex, 0), fecapert, cdata,
                COALESCE(moncuent, 'PEN'), COALESCE(sucursal, '0001'),
                COALESCE(codprod, ' '), COALESCE(sobregiro, 0),
                COALESCE(intangcts, 0), fecmod
             FROM cuenta
             ORDER BY docclien, codcuent
          END-EXEC
          EXEC SQL
             OPEN C2
          END-EXEC
          EXEC SQL
             FETCH C2 INTO :CU-DNI, :CU-CUENTA, :CU-ESTADO, :CU-SALDO,
                :CU-SALDOTEX, :CU-FECAPERT, :CU-CDATA, :CU-MONEDA,
                :CU-SUCURSAL, :CU-PRODUCTO, :CU-SOBREGIRO,
                :CU-INTANGCTS, :CU-FECMOD
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             ADD 1 TO WS-CTA-COUNT
             ADD CU-SALDO TO WS-SALDO-TOTAL
             MOVE CU-DNI TO WS-MAP-DNI-IN
             PERFORM MapDni
             MOVE WS-MAP-DNI-OUT TO CU-DNI
             MOVE CU-CUENTA TO WS-MAP-CUENTA-IN
             PERFORM MapCuenta
             MOVE WS-MAP-CUENTA-OUT TO CU-CUENTA
             WRITE TableCopyRecord FROM CU-RECORD
             EXEC SQL
                FETCH C2 INTO :CU-DNI, :CU-CUENTA, :CU-ESTADO,
                   :CU-SALDO, :CU-SALDOTEX, :CU-FECAPERT, :CU-CDATA,
                   :CU-MONEDA, :CU-SUCURSAL, :CU-PRODUCTO,
                   :CU-SOBREGIRO, :CU-INTANGCTS, :CU-FECMOD
             END-EXEC
          END-PERFORM
          PERFORM CheckCursorEnd
          EXEC SQL
             CLOSE C2
          END-EXEC
          CLOSE TableCopyFile
          DISPLAY "LOG: CUENTAS LEIDAS DE PROD: " WS-CTA-COUNT.
       CopyMovements.
          MOVE "MOVCUENTA.DAT" TO WS-COPY-NAME
          PERFORM BuildCopyName
          PERFORM OpenCopyOutput
          EXEC SQL
             DECLARE C3 CURSOR FOR
             SELECT docclien, codcuent, fecmov, montomov, tipomov,
                COALESCE(refmov, ' '), COALESCE(sucursal, '0001')
             FROM movcuenta
             ORDER BY docclien, codcuent, fecmov
          END-EXEC
          EXEC SQL
             OPEN C3
          END-EXEC
          EXEC SQL
             FETCH C3 INTO :MV-DNI, :MV-CUENTA, :MV-FECMOV,
                :MV-MONTO, :MV-TIPOMOV, :MV-REF, :MV-SUCURSAL
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             ADD 1 TO WS-MOV-COUNT
             ADD MV-MONTO TO WS-MOV-TOTAL
             MOVE MV-DNI TO WS-MAP-DNI-IN
             PERFORM MapDni
             MOVE WS-MAP-DNI-OUT TO MV-DNI
             MOVE MV-CUENTA TO WS-MAP-CUENTA-IN
             PERFORM MapCuenta
             MOVE WS-MAP-CUENTA-OUT TO MV-CUENTA
             WRITE TableCopyRecord FROM MV-RECORD
             EXEC SQL
                FETCH C3 INTO :MV-DNI, :MV-CUENTA, :MV-FECMOV,
                   :MV-MONTO, :MV-TIPOMOV, :MV-REF, :MV-SUCURSAL
             END-EXEC
          END-PERFORM
          PERFORM CheckCursorEnd
          EXEC SQL
             CLOSE C3
          END-EXEC
          CLOSE TableCopyFile
          DISPLAY "LOG: MOVIMIENTOS LEIDOS DE PROD: " WS-MOV-COUNT.
       CopyCards.
          MOVE "TARJETAS.DAT" TO WS-COPY-NAME
          PERFORM BuildCopyName
          PERFORM OpenCopyOutput
          EXEC SQL
             DECLARE C4 CURSOR FOR
             SELECT numtarj, dniclien, codcuent, esttarj
             FROM tarjetas
             ORDER BY numtarj
          END-EXEC
          EXEC SQL
             OPEN C4
          END-EXEC
          EXEC SQL
             FETCH C4 INTO :TA-CARD, :TA-DNI, :TA-CUENTA, :TA-ESTADO
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             ADD 1 TO WS-TARJ-COUNT
             MOVE TA-CARD TO WS-MAP-CARD-IN
             PERFORM MapCard
             MOVE WS-MAP-CARD-OUT TO TA-CARD
             MOVE TA-DNI TO WS-MAP-DNI-IN
             PERFORM MapDni
             MOVE WS-MAP-DNI-OUT TO TA-DNI
             MOVE TA-CUENTA TO WS-MAP-CUENTA-IN
             PERFORM MapCuenta
             MOVE WS-MAP-CUENTA-OUT TO TA-CUENTA
             WRITE TableCopyRecord FROM TA-RECORD
             EXEC SQL
                FETCH C4 INTO :TA-CARD, :TA-DNI, :TA-CUENTA,
                   :TA-ESTADO
             END-EXEC
          END-PERFORM
          PERFORM CheckCursorEnd
          EXEC SQL
             CLOSE C4
          END-EXEC
          CLOSE TableCopyFile
          DISPLAY "LOG: TARJETAS LEIDAS DE PROD: " WS-TARJ-COUNT.
       OpenFlatFiles.
      *   WS-COPY-NAME TRAE EL NOMBRE DEL REGISTRO DE PRODUCCION; SU
      *   COPIA ANONIMIZADA LLEVA EL PERFIL DESTINO COMO PREFIJO.
          MOVE WS-COPY-NAME TO WS-FLATIN-FILENAME
          PERFORM BuildCopyName
          MOVE WS-COPY-FILENAME TO WS-FLATOUT-FILENAME
          MOVE SPACES TO FlatInRecord
          OPEN INPUT FlatInFile
          IF FlatInFileOK THEN
             OPEN OUTPUT FlatOutFile
             IF NOT FlatOutFileOK THEN
                DISPLAY "ERROR: NO SE PUDO CREAR " WS-FLATOUT-FILENAME
                   " (ESTADO " WS-FLATOUT-STATUS ")"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
          ELSE
             DISPLAY "LOG: NO HAY " WS-COPY-NAME " - SE OMITE"
          END-IF.
       CloseFlatFiles.
          CLOSE FlatInFile
          CLOSE FlatOutFile
          DISPLAY "LOG: " WS-FLATOUT-FILENAME " ESCRITO".
       CopyGarnishments.
          MOVE "EMBARGOS.DAT" TO WS-COPY-NAME
          PERFORM OpenFlatFiles
          IF FlatInFileOK THEN
             READ FlatInFile INTO WS-EMBARGO-LINE
                AT END SET EOFFlatIn TO TRUE
             END-READ
             PERFORM UNTIL EOFFlatIn
                IF WS-EMBARGO-LINE IS NOT EQUAL TO SPACES THEN
                   ADD 1 TO WS-FLAT-COUNT
                   MOVE EM-DNI TO WS-MAP-DNI-IN
                   PERFORM MapDni
                   MOVE WS-MAP-DNI-OUT TO EM-DNI
                   MOVE EM-CUENTA TO WS-MAP-CUENTA-IN
                   PERFORM MapCuenta
                   MOVE WS-MAP-CUENTA-OUT TO EM-CUENTA
                   WRITE FlatOutRecord FROM WS-EMBARGO-LINE
                END-IF
                READ FlatInFile INTO WS-EMBARGO-LINE
                   AT END SET EOFFlatIn TO TRUE
                END-READ
             END-PERFORM
             PERFORM CloseFlatFiles
          END-IF.
       CopyHolds.
          MOVE "RETENCION.DAT" TO WS-COPY-NAME
          PERFORM OpenFlatFiles
          IF FlatInFileOK THEN
             READ FlatInFile INTO WS-RETEN-LINE
                AT END SET EOFFlatIn TO TRUE
             END-READ
             PERFORM UNTIL EOFFlatIn
                IF WS-RETEN-LINE IS NOT EQUAL TO SPACES THEN
                   ADD 1 TO WS-FLAT-COUNT
                   MOVE RT-DNI TO WS-MAP-DNI-IN
                   PERFORM MapDni
                   MOVE WS-MAP-DNI-OUT TO RT-DNI
                   MOVE RT-CUENTA TO WS-MAP-CUENTA-IN
                   PERFORM MapCuenta
                   MOVE WS-MAP-CUENTA-OUT TO RT-CUENTA
                   WRITE FlatOutRecord FROM WS-RETEN-LINE
                END-IF
                READ FlatInFile INTO WS-RETEN-LINE
                   AT END SET EOFFlatIn TO TRUE
                END-READ
             END-PERFORM
             PERFORM CloseFlatFiles
          END-IF.
       CopyStandingOrders.
          MOVE "ORDENESPROG.DAT" TO WS-COPY-NAME
          PERFORM OpenFlatFiles
          IF FlatInFileOK THEN
             READ FlatInFile INTO WS-ORDER-LINE
                AT END SET EOFFlatIn TO TRUE
             END-READ
             PERFORM UNTIL EOFFlatIn
                IF WS-ORDER-LINE IS NOT EQUAL TO SPACES THEN
                   ADD 1 TO WS-FLAT-COUNT
                   MOVE OP-SDOC TO WS-MAP-DNI-IN
                   PERFORM MapDni
                   MOVE WS-MAP-DNI-OUT TO OP-SDOC
                   MOVE OP-SCUENTA TO WS-MAP-CUENTA-IN
                   PERFORM MapCuenta
                   MOVE WS-MAP-CUENTA-OUT TO OP-SCUENTA
                   MOVE OP-TDOC TO WS-MAP-DNI-IN
                   PERFORM MapDni
                   MOVE WS-MAP-DNI-OUT TO OP-TDOC
                   MOVE OP-TCUENTA TO WS-MAP-CUENTA-IN
                   PERFORM MapCuenta
                   MOVE WS-MAP-CUENTA-OUT TO OP-TCUENTA
                   WRITE FlatOutRecord FROM WS-ORDER-LINE
                END-IF
                READ FlatInFile INTO WS-ORDER-LINE
                   AT END SET EOFFlatIn TO TRUE
                END-READ
             END-PERFORM
             PERFORM CloseFlatFiles
          END-IF.
       CopyCardMaster.
          MOVE "TARJMAES.DAT" TO WS-COPY-NAME
          PERFORM OpenFlatFiles
          IF FlatInFileOK THEN
             READ FlatInFile INTO WS-TARJMAES-LINE
                AT END SET EOFFlatIn TO TRUE
             END-READ
             PERFORM UNTIL EOFFlatIn
                IF WS-TARJMAES-LINE IS NOT EQUAL TO SPACES THEN
                   ADD 1 TO WS-FLAT-COUNT
                   MOVE TJ-CARD TO WS-MAP-CARD-IN
                   PERFORM MapCard
                   MOVE WS-MAP-CARD-OUT TO TJ-CARD
                   MOVE TJ-DNI TO WS-MAP-DNI-IN
                   PERFORM MapDni
                   MOVE WS-MAP-DNI-OUT TO TJ-DNI
                   MOVE TJ-CUENTA TO WS-MAP-CUENTA-IN
                   PERFORM MapCuenta
                   MOVE WS-MAP-CUENTA-OUT TO TJ-CUENTA
                   WRITE FlatOutRecord FROM WS-TARJMAES-LINE
                END-IF
                READ FlatInFile INTO WS-TARJMAES-LINE
                   AT END SET EOFFlatIn TO TRUE
                END-READ
             END-PERFORM
             PERFORM CloseFlatFiles
          END-IF.
       MapDni.
      *   UN DNI YA VISTO DEVUELVE SU SEUDONIMO; UNO NUEVO (POR
      *   EJEMPLO UN EMBARGO DE UN DNI SIN FILA EN clientes) RECIBE
      *   EL SIGUIENTE, PARA QUE SIGA CRUZANDO ENTRE REGISTROS.
          IF WS-MAP-DNI-IN IS EQUAL TO SPACES THEN
             MOVE SPACES TO WS-MAP-DNI-OUT
          ELSE
             IF WS-MAP-DNI-IN IS EQUAL TO WS-LAST-DNI-IN THEN
                MOVE WS-LAST-DNI-OUT TO WS-MAP-DNI-OUT
             ELSE
                MOVE "N" TO WS-MAP-FOUND-SW
                PERFORM VARYING ClientMapIdx FROM 1 BY 1
                   UNTIL ClientMapIdx > ClientMapCount
                      OR WS-MAP-FOUND
                   IF CM-ORIGINAL(ClientMapIdx) IS EQUAL TO
                         WS-MAP-DNI-IN THEN
                      MOVE CM-NUEVO(ClientMapIdx) TO WS-MAP-DNI-OUT
                      SET WS-MAP-FOUND TO TRUE
                   END-IF
                END-PERFORM
                IF NOT WS-MAP-FOUND THEN
                   PERFORM AddDniMapping
                END-IF
                MOVE WS-MAP-DNI-IN  TO WS-LAST-DNI-IN
                MOVE WS-MAP-DNI-OUT TO WS-LAST-DNI-OUT
             END-IF
          END-IF.
       AddDniMapping.
          IF ClientMapCount >= 20000 THEN
             DISPLAY "ERROR: MAS DE 20000 DNI DISTINTOS - SE CANCELA "
                "SIN TOCAR EL DESTINO"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          ADD 1 TO WS-DNI-SEQ
          MOVE "9" TO WS-NEW-DNI(1:1)
          MOVE WS-DNI-SEQ TO WS-NEW-DNI(2:7)
          ADD 1 TO ClientMapCount
          MOVE WS-MAP-DNI-IN TO CM-ORIGINAL(ClientMapCount)
          MOVE WS-NEW-DNI    TO CM-NUEVO(ClientMapCount)
          MOVE WS-NEW-DNI    TO WS-MAP-DNI-OUT.
       MapCuenta.
          IF WS-MAP-CUENTA-IN IS EQUAL TO SPACES THEN
             MOVE SPACES TO WS-MAP-CUENTA-OUT
          ELSE
             IF WS-MAP-CUENTA-IN IS EQUAL TO WS-LAST-CUENTA-IN THEN
                MOVE WS-LAST-CUENTA-OUT TO WS-MAP-CUENTA-OUT
             ELSE
                MOVE "N" TO WS-MAP-FOUND-SW
                PERFORM VARYING AccountMapIdx FROM 1 BY 1
                   UNTIL AccountMapIdx > AccountMapCount
                      OR WS-MAP-FOUND
                   IF AM-ORIGINAL(AccountMapIdx) IS EQUAL TO
                         WS-MAP-CUENTA-IN THEN
                      MOVE AM-NUEVO(AccountMapIdx)
                         TO WS-MAP-CUENTA-OUT
                      SET WS-MAP-FOUND TO TRUE
                   END-IF
                END-PERFORM
                IF NOT WS-MAP-FOUND THEN
                   PERFORM AddAccountMapping
                END-IF
                MOVE WS-MAP-CUENTA-IN  TO WS-LAST-CUENTA-IN
                MOVE WS-MAP-CUENTA-OUT TO WS-LAST-CUENTA-OUT
             END-IF
          END-IF.
       AddAccountMapping.
      *   NUMERO 9 + SECUENCIA DE 8; EL DECIMO DIGITO ES EL QUE HACE
      *   QUE ValidaCuenta LO ACEPTE.
          IF AccountMapCount >= 30000 THEN
             DISPLAY "ERROR: MAS DE 30000 CUENTAS DISTINTAS - SE "
                "CANCELA SIN TOCAR EL DESTINO"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          ADD 1 TO WS-CTA-SEQ
          MOVE "9" TO WS-NEW-CUENTA(1:1)
          MOVE WS-CTA-SEQ TO WS-NEW-CUENTA(2:8)
          MOVE "N" TO WS-CTA-VALIDA
          PERFORM VARYING WS-CHECK-DIGIT FROM 0 BY 1
             UNTIL WS-CTA-VALIDA = "S" OR WS-CHECK-DIGIT > 9
             MOVE WS-CHECK-DIGIT(2:1) TO WS-NEW-CUENTA(10:1)
             CALL "ValidaCuenta" USING WS-NEW-CUENTA WS-CTA-VALIDA
          END-PERFORM
          ADD 1 TO AccountMapCount
          MOVE WS-MAP-CUENTA-IN TO AM-ORIGINAL(AccountMapCount)
          MOVE WS-NEW-CUENTA    TO AM-NUEVO(AccountMapCount)
          MOVE WS-NEW-CUENTA    TO WS-MAP-CUENTA-OUT.
       MapCard.
          IF WS-MAP-CARD-IN IS EQUAL TO SPACES THEN
             MOVE SPACES TO WS-MAP-CARD-OUT
          ELSE
             MOVE "N" TO WS-MAP-FOUND-SW
             PERFORM VARYING CardMapIdx FROM 1 BY 1
                UNTIL CardMapIdx > CardMapCount OR WS-MAP-FOUND
                IF KM-ORIGINAL(CardMapIdx) IS EQUAL TO
                      WS-MAP-CARD-IN THEN
                   MOVE KM-NUEVO(CardMapIdx) TO WS-MAP-CARD-OUT
                   SET WS-MAP-FOUND TO TRUE
                END-IF
             END-PERFORM
             IF NOT WS-MAP-FOUND THEN
                PERFORM AddCardMapping
             END-IF
          END-IF.
       AddCardMapping.
      *   SE CONSERVA EL BIN PARA QUE LA TARJETA SIGA SIENDO PROPIA O
      *   AJENA SEGUN BINES.DAT; EL CUERPO ES UNA SECUENCIA DE PRUEBA
      *   Y EL ULTIMO DIGITO CUMPLE LUHN SOBRE LOS 16.
          IF CardMapCount >= 20000 THEN
             DISPLAY "ERROR: MAS DE 20000 TARJETAS DISTINTAS - SE "
                "CANCELA SIN TOCAR EL DESTINO"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          ADD 1 TO WS-PAN-SEQ
          MOVE WS-MAP-CARD-IN(1:6) TO WS-NEW-CARD(1:6)
          IF WS-NEW-CARD(1:6) IS NOT NUMERIC THEN
             MOVE "999999" TO WS-NEW-CARD(1:6)
          END-IF
          MOVE WS-PAN-SEQ TO WS-NEW-CARD(7:9)
          MOVE ZERO TO WS-LUHN-SUM
          MOVE "Y" TO WS-LUHN-DOUBLE-SW
          PERFORM VARYING WS-LUHN-POS FROM 15 BY -1
             UNTIL WS-LUHN-POS IS LESS THAN 1
             MOVE WS-NEW-CARD(WS-LUHN-POS:1) TO WS-LUHN-DIGIT
             IF WS-LUHN-DOUBLE THEN
                COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
                IF WS-LUHN-DIGIT IS GREATER THAN 9 THEN
                   SUBTRACT 9 FROM WS-LUHN-DIGIT
                END-IF
                MOVE "N" TO WS-LUHN-DOUBLE-SW
             ELSE
                MOVE "Y" TO WS-LUHN-DOUBLE-SW
             END-IF
             ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
          END-PERFORM
          DIVIDE WS-LUHN-SUM BY 10 GIVING WS-LUHN-QUOT
             REMAINDER WS-LUHN-REM
          IF WS-LUHN-REM IS EQUAL TO ZERO THEN
             MOVE ZERO TO WS-LUHN-CHECK
          ELSE
             COMPUTE WS-LUHN-CHECK = 10 - WS-LUHN-REM
          END-IF
          MOVE WS-LUHN-CHECK TO WS-NEW-CARD(16:1)
          ADD 1 TO CardMapCount
          MOVE WS-MAP-CARD-IN TO KM-ORIGINAL(CardMapCount)
          MOVE WS-NEW-CARD    TO KM-NUEVO(CardMapCount)
          MOVE WS-NEW-CARD    TO WS-MAP-CARD-OUT.
       ClearTargetTables.
      *   DE HIJAS A PADRES; TODO QUEDA EN LA MISMA TRANSACCION QUE
      *   LA CARGA, ASI UN ERROR DEJA EL DESTINO COMO ESTABA.
          EXEC SQL
             DELETE FROM tarjetas
          END-EXEC
          MOVE "DELETE tarjetas" TO WS-ERR-KEY
          PERFORM CheckTargetStep
          EXEC SQL
             DELETE FROM movcuenta
          END-EXEC
          MOVE "DELETE movcuenta" TO WS-ERR-KEY
          PERFORM CheckTargetStep
          EXEC SQL
             DELETE FROM cuenta
          END-EXEC
          MOVE "DELETE cuenta" TO WS-ERR-KEY
          PERFORM CheckTargetStep
          EXEC SQL
             DELETE FROM clientes
          END-EXEC
          MOVE "DELETE clientes" TO WS-ERR-KEY
          PERFORM CheckTargetStep
          DISPLAY "LOG: TABLAS DEL PERFIL " WS-TARGET-ENV " VACIADAS".
       CheckTargetStep.
          IF SQLCODE IS NOT EQUAL TO ZERO
                AND SQLCODE IS NOT EQUAL TO 100 THEN
             PERFORM HandlingErrors
             EXEC SQL ROLLBACK WORK END-EXEC
             DISPLAY "ERROR: CARGA DE " WS-TARGET-ENV
                " REVERTIDA - EL DESTINO QUEDA COMO ESTABA"
             EXEC SQL DISCONNECT ALL END-EXEC
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF.
       OpenCopyInput.
          PERFORM BuildCopyName
          MOVE SPACES TO TableCopyRecord
          OPEN INPUT TableCopyFile
          IF NOT TableCopyFileOK THEN
             DISPLAY "ERROR: NO SE PUDO LEER " WS-COPY-FILENAME
                " (ESTADO " WS-COPY-STATUS ")"
             EXEC SQL ROLLBACK WORK END-EXEC
             EXEC SQL DISCONNECT ALL END-EXEC
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF.
       LoadClients.
          MOVE "CLIENTES.DAT" TO WS-COPY-NAME
          PERFORM OpenCopyInput
          READ TableCopyFile INTO CL-RECORD
             AT END SET EOFTableCopy TO TRUE
          END-READ
          PERFORM UNTIL EOFTableCopy
             EXEC SQL
                INSERT INTO clientes VALUES
                (:CL-DNI, :CL-NOMBRE, :CL-DIRECCION, :CL-CONTACTO,
                 :CL-ESTADO)
             END-EXEC
             MOVE CL-DNI TO WS-ERR-KEY
             PERFORM CheckTargetStep
             ADD 1 TO WS-LOAD-COUNT
             READ TableCopyFile INTO CL-RECORD
                AT END SET EOFTableCopy TO TRUE
             END-READ
          END-PERFORM
          CLOSE TableCopyFile.
       LoadAccounts.
          MOVE "CUENTAS.DAT" TO WS-COPY-NAME
          PERFORM OpenCopyInput
          READ TableCopyFile INTO CU-RECORD
             AT END SET EOFTableCopy TO TRUE
          END-READ
          PERFORM UNTIL EOFTableCopy
             EXEC SQL
                INSERT INTO cuenta
                   (docclien, codcuent, estcuent, saldoact,
                    saldotex, fecapert, cdata, moncuent,
                    sucursal, codprod, sobregiro, intangcts, fecmod)
                VALUES
                   (:CU-DNI, :CU-CUENTA, :CU-ESTADO, :CU-SALDO,
                    :CU-SALDOTEX, :CU-FECAPERT, :CU-CDATA, :CU-MONEDA,
                    :CU-SUCURSAL, :CU-PRODUCTO, :CU-SOBREGIRO,
                    :CU-INTANGCTS, :CU-FECMOD)
             END-EXEC
             MOVE CU-CUENTA TO WS-ERR-KEY
             PERFORM CheckTargetStep
             ADD 1 TO WS-LOAD-COUNT
             READ TableCopyFile INTO CU-RECORD
                AT END SET EOFTableCopy TO TRUE
             END-READ
          END-PERFORM
          CLOSE TableCopyFile.
       LoadMovements.
          MOVE "MOVCUENTA.DAT" TO WS-COPY-NAME
          PERFORM OpenCopyInput
          READ TableCopyFile INTO MV-RECORD
             AT END SET EOFTableCopy TO TRUE
          END-READ
          PERFORM UNTIL EOFTableCopy
             EXEC SQL
                INSERT INTO movcuenta
                   (docclien, codcuent, fecmov, montomov, tipomov,
                    refmov, sucursal)
                VALUES
                   (:MV-DNI, :MV-CUENTA, :MV-FECMOV, :MV-MONTO,
                    :MV-TIPOMOV, :MV-REF, :MV-SUCURSAL)
             END-EXEC
             MOVE MV-CUENTA TO WS-ERR-KEY
             PERFORM CheckTargetStep
             ADD 1 TO WS-LOAD-COUNT
             READ TableCopyFile INTO MV-RECORD
                AT END SET EOFTableCopy TO TRUE
             END-READ
          END-PERFORM
          CLOSE TableCopyFile.
       LoadCards.
          MOVE "TARJETAS.DAT" TO WS-COPY-NAME
          PERFORM OpenCopyInput
          READ TableCopyFile INTO TA-RECORD
             AT END SET EOFTableCopy TO TRUE
          END-READ
          PERFORM UNTIL EOFTableCopy
             EXEC SQL
                INSERT INTO tarjetas VALUES
                (:TA-CARD, :TA-DNI, :TA-CUENTA, :TA-ESTADO)
             END-EXEC
             MOVE TA-CARD TO WS-ERR-KEY
             PERFORM CheckTargetStep
             ADD 1 TO WS-LOAD-COUNT
             READ TableCopyFile INTO TA-RECORD
                AT END SET EOFTableCopy TO TRUE
             END-READ
          END-PERFORM
          CLOSE TableCopyFile.
       CommitTxn.
          EXEC SQL COMMIT WORK END-EXEC
          IF SQLCODE IS EQUAL TO ZERO THEN
             DISPLAY "MESSAGE: CONFIRMACION EXITOSA"
          ELSE
             MOVE "COMMIT" TO WS-ERR-KEY
             PERFORM CheckTargetStep
          END-IF.
       WriteControlFigures.
          MOVE "Practica2Anonimiza" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          COMPUTE WS-READ-COUNT = WS-CLIEN-COUNT + WS-CTA-COUNT
             + WS-MOV-COUNT + WS-TARJ-COUNT
          MOVE WS-READ-COUNT TO CIF-READ
          MOVE WS-LOAD-COUNT TO CIF-WRITTEN
          COMPUTE CIF-REJECTED = WS-READ-COUNT - WS-LOAD-COUNT
          MOVE WS-SALDO-TOTAL TO CIF-AMOUNT
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
          MOVE "Practica2Anonimiza" TO EXLOG-PROGRAM
          MOVE "SQLCODE"            TO EXLOG-CODETYPE
          MOVE SQLCODE              TO WS-EXLOG-CODE-DISPLAY
          MOVE WS-EXLOG-CODE-DISPLAY TO EXLOG-CODEVALUE
          MOVE WS-ERR-KEY           TO EXLOG-KEYVALUE
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

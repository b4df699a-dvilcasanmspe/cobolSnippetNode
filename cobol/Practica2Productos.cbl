       IDENTIFICATION DIVISION.
       PROGRAM-ID. Practica2Productos.
      * CATALOGO DE PRODUCTOS DE CUENTA (PRODUCTOS.DAT) Y CAMBIO DE
      * PRODUCTO DE LAS CUENTAS:
      *   A <LINEA>  ALTA O MODIFICACION DE UN PRODUCTO (LINEA CON EL
      *              FORMATO DE PRODUCTOS.DAT)
      *   L          LISTA DEL CATALOGO CON LAS CUENTAS DE CADA PRODUCTO
      *   C DNI CUENTA PRODUCTO FECHA OPERADOR
      *              SOLICITUD DE CAMBIO DE PRODUCTO CON FECHA EFECTIVA
      *              (EN BLANCO = HOY); QUEDA EN CAMBIOPROD.DAT
      *   V          APLICACION NOCTURNA DE LOS CAMBIOS YA VIGENTES,
      *              CON LINEA DE AUDITORIA EN CUENTAJRNL.DAT
      *   X          EXTRACTO CUENTAPROD.DAT DEL PRODUCTO DE CADA
      *              CUENTA ABIERTA PARA EL CONTROL DE LIMITES
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ProductFile ASSIGN TO "PRODUCTOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PROD-STATUS.
          SELECT NewProductFile ASSIGN TO "PRODUCTOSNEW.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-NEWPROD-STATUS.
          SELECT ChangeFile ASSIGN TO "CAMBIOPROD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CAMBIOPROD-STATUS.
          SELECT NewChangeFile ASSIGN TO "CAMBIOPRODNEW.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-NEWCAMBIO-STATUS.
          SELECT AcctProdFile ASSIGN TO "CUENTAPROD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CUENTAPROD-STATUS.
          SELECT AuditFile ASSIGN TO "CUENTAJRNL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AUDIT-STATUS.
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
       FD ProductFile.
       01 ProductBuffer          PIC X(80)   VALUES SPACES.
          88 EOFProductFile      VALUES      HIGH-VALUES.
       FD NewProductFile.
       01 NewProductBuffer       PIC X(80)   VALUES SPACES.
          88 EOFNewProductFile   VALUES      HIGH-VALUES.
       FD ChangeFile.
       01 ChangeBuffer           PIC X(80)   VALUES SPACES.
          88 EOFChangeFile       VALUES      HIGH-VALUES.
       FD NewChangeFile.
       01 NewChangeBuffer        PIC X(80)   VALUES SPACES.
          88 EOFNewChangeFile    VALUES      HIGH-VALUES.
       FD AcctProdFile.
       01 AcctProdRecord         PIC X(30)   VALUES SPACES.
       FD AuditFile.
       01 AuditRecord            PIC X(100)  VALUES SPACES.
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
       COPY "ProductFields".
       01 WS-RUN-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-TODAY               PIC 9(8)    VALUE ZERO.
       01 WS-NEWPROD-STATUS      PIC X(2)    VALUE SPACE.
       01 WS-NEWCAMBIO-STATUS    PIC X(2)    VALUE SPACE.
       01 WS-CMDLINE             PIC X(102)  VALUE SPACES.
       01 WS-CMDLINE-FIELDS REDEFINES WS-CMDLINE.
          05 WS-MODE             PIC X(1).
             88 ProductMode      VALUE "A".
             88 ListMode         VALUE "L".
             88 ChangeMode       VALUE "C".
             88 ApplyMode        VALUE "V".
             88 ExportMode       VALUE "X".
          05 FILLER              PIC X.
          05 WS-CMDDATA          PIC X(100).
      * CATALOGO EN MEMORIA: SE CARGA ENTERO PARA VALIDAR CODIGOS.
       01 ProductTable.
          05 ProductCount        PIC 9(3)    VALUE ZERO.
          05 ProductEntry OCCURS 100 TIMES.
             10 PT-CODIGO        PIC X(4).
             10 PT-NOMBRE        PIC X(20).
             10 PT-ESTADO        PIC X(1).
       01 ProductIdx             PIC 9(3)    VALUE ZERO.
       01 WS-PROD-FOUND-SW       PIC X(1)    VALUE "N".
          88 WS-PROD-FOUND       VALUE "Y".
       01 WS-FOUND-ESTADO        PIC X(1)    VALUE SPACE.
       01 WS-SEARCH-CODE         PIC X(4)    VALUE SPACES.
       01 WS-ERROR               PIC X(40)   VALUE SPACES.
       01 WS-PENDING-SW          PIC X(1)    VALUE "N".
          88 WS-HAS-PENDING      VALUE "Y".
       01 WS-REQUEST-LINE        PIC X(80)   VALUE SPACES.
       01 WS-READ-COUNT          PIC 9(5)    VALUE ZERO.
       01 WS-APPLIED-COUNT       PIC 9(5)    VALUE ZERO.
       01 WS-REJECT-COUNT        PIC 9(5)    VALUE ZERO.
       01 WS-EXPORT-COUNT        PIC 9(7)    VALUE ZERO.
       01 D-CUENTAS              PIC Z(6)9.
       01 WS-AUDIT-STATUS        PIC X(2)    VALUE SPACE.
          88 AuditFileOK         VALUE "00".
       01 WS-AUDIT-LINE.
          05 AL-DOC              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 AL-CUENTA           PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 AL-SALDO            PIC S9(10)  SIGN IS LEADING
                                             SEPARATE VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 AL-DATE             PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 AL-TIME             PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 AL-OPERATOR         PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 AL-APPROVER         PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
      *      NUMERO DE SECUENCIA Y HASH ENCADENADO (JournalHash):
      *      CADA LINEA QUEDA ATADA A LA ANTERIOR Y EL VERIFICADOR
      *      Practica2VerificaJrnl DETECTA CUALQUIER ALTERACION.
          05 AL-SEQ              PIC 9(7)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 AL-HASH             PIC 9(8)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
      *      DETALLE INFORMATIVO DEL CAMBIO (FUERA DEL HASH).
          05 AL-DETALLE          PIC X(15)   VALUE SPACES.
       01 WS-JRNL-LAST           PIC X(100)  VALUE SPACES.
       01 WS-JRNL-EOF-SW         PIC X(1)    VALUE "N".
          88 WS-JRNL-EOF         VALUE "Y".
       01 WS-PREV-SEQ            PIC 9(7)    VALUE ZERO.
       01 WS-PREV-HASH           PIC 9(8)    VALUE ZERO.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME           PIC X(30)      VALUE SPACE.
       01 USERNAME         PIC X(64)      VALUE SPACE.
       01 PASSWD           PIC X(10)      VALUE SPACE.
       01 P-DOC            PIC X(8)       VALUE SPACE.
       01 P-CUENTA         PIC X(10)      VALUE SPACE.
       01 P-ESTADO         PIC X(1)       VALUE SPACE.
       01 P-PRODUCTO       PIC X(4)       VALUE SPACE.
       01 P-NUEVO          PIC X(4)       VALUE SPACE.
       01 P-SALDO          PIC S9(10)     VALUE ZERO.
       01 P-COUNT          PIC S9(9) COMP VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "===== CATALOGO DE PRODUCTOS DE CUENTA ===="
          PERFORM LoadProcessDate
          ACCEPT WS-TODAY FROM DATE YYYYMMDD
          ACCEPT WS-CMDLINE FROM COMMAND-LINE
          PERFORM LoadProductTable
          EVALUATE TRUE
             WHEN ProductMode
                MOVE WS-CMDDATA TO WS-PROD-LINE
                PERFORM MaintainProduct
             WHEN ListMode
                PERFORM ConnectDatabase
                PERFORM ListCatalog
             WHEN ChangeMode
                MOVE WS-CMDDATA TO WS-CAMBIOPROD-LINE
                PERFORM ConnectDatabase
                PERFORM RequestProductChange
             WHEN ApplyMode
                PERFORM ConnectDatabase
                PERFORM ApplyDueChanges
                PERFORM WriteControlFigures
             WHEN ExportMode
                PERFORM ConnectDatabase
                PERFORM ExportAccountProducts
             WHEN OTHER
                DISPLAY "ERROR: MODO INVALIDO (USE A, L, C, V O X)"
                MOVE 1 TO RETURN-CODE
          END-EVALUATE
          IF NOT ProductMode THEN
             DISPLAY "DISCONNECT FROM DATABASE...."
             EXEC SQL DISCONNECT ALL END-EXEC
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
       ConnectDatabase.
          PERFORM LoadDbProfile
          MOVE SPACE TO PASSWD
          EXEC SQL
             CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
          END-EXEC
          IF SQLCODE IS EQUAL TO ZERO THEN
             DISPLAY "MESSAGE: SUCCESSFUL CONNECTION"
          ELSE
             PERFORM HandlingErrors
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF.
       LoadProductTable.
          MOVE ZERO TO ProductCount
          OPEN INPUT ProductFile
          IF ProductFileOK THEN
             READ ProductFile INTO WS-PROD-LINE
                AT END SET EOFProductFile TO TRUE
             END-READ
             PERFORM UNTIL EOFProductFile
                IF PR-CODIGO IS NOT EQUAL TO SPACES
                      AND ProductCount < 100 THEN
                   ADD 1 TO ProductCount
                   MOVE PR-CODIGO TO PT-CODIGO(ProductCount)
                   MOVE PR-NOMBRE TO PT-NOMBRE(ProductCount)
                   MOVE PR-ESTADO TO PT-ESTADO(ProductCount)
                END-IF
                READ ProductFile INTO WS-PROD-LINE
                   AT END SET EOFProductFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE ProductFile
          END-IF
          DISPLAY "LOG: PRODUCTOS EN CATALOGO: " ProductCount.
       FindProduct.
          MOVE "N" TO WS-PROD-FOUND-SW
          MOVE SPACE TO WS-FOUND-ESTADO
          PERFORM VARYING ProductIdx FROM 1 BY 1
             UNTIL ProductIdx > ProductCount OR WS-PROD-FOUND
             IF PT-CODIGO(ProductIdx) IS EQUAL TO WS-SEARCH-CODE THEN
                SET WS-PROD-FOUND TO TRUE
                MOVE PT-ESTADO(ProductIdx) TO WS-FOUND-ESTADO
             END-IF
          END-PERFORM.
       MaintainProduct.
      *   EL CATALOGO SE REESCRIBE COMPLETO EN PRODUCTOSNEW.DAT Y SE
      *   COPIA DE VUELTA: UN CODIGO EXISTENTE SE REEMPLAZA EN SU
      *   LUGAR Y UNO NUEVO SE AGREGA AL FINAL. UN PRODUCTO NO SE
      *   BORRA: SE RETIRA CON ESTADO I PARA QUE SUS CUENTAS SIGAN
      *   TENIENDO PARAMETROS.
          DISPLAY "===== ALTA / MODIFICACION DE PRODUCTO ===="
          IF PR-ESTADO IS EQUAL TO SPACE THEN
             MOVE "A" TO PR-ESTADO
          END-IF
          MOVE SPACES TO WS-ERROR
          EVALUATE TRUE
             WHEN PR-CODIGO IS EQUAL TO SPACES
                MOVE "FALTA EL CODIGO DE PRODUCTO" TO WS-ERROR
             WHEN PR-NOMBRE IS EQUAL TO SPACES
                MOVE "FALTA EL NOMBRE DEL PRODUCTO" TO WS-ERROR
             WHEN PR-TASA IS NOT NUMERIC
                MOVE "TASA MENSUAL NO NUMERICA" TO WS-ERROR
             WHEN PR-LIBRES IS NOT NUMERIC
                MOVE "OPERACIONES LIBRES NO NUMERICAS" TO WS-ERROR
             WHEN PR-COMISION IS NOT NUMERIC
                MOVE "COMISION NO NUMERICA" TO WS-ERROR
             WHEN PR-SALDOMIN IS NOT NUMERIC
                MOVE "SALDO MINIMO NO NUMERICO" TO WS-ERROR
             WHEN PR-LIMRETIRO IS NOT NUMERIC
                MOVE "LIMITE DE RETIRO NO NUMERICO" TO WS-ERROR
             WHEN NOT ProductoEstadoOK
                MOVE "ESTADO INVALIDO (USE A O I)" TO WS-ERROR
             WHEN NOT ProductoTarjetaOK
                MOVE "TARJETA INVALIDA (USE S O N)" TO WS-ERROR
             WHEN PR-TASA IS GREATER THAN 0.1000
                MOVE "TASA MENSUAL MAYOR A 10%" TO WS-ERROR
          END-EVALUATE
          IF WS-ERROR IS NOT EQUAL TO SPACES THEN
             DISPLAY "ERROR: " WS-ERROR
             MOVE 1 TO RETURN-CODE
          ELSE
             MOVE WS-PROD-LINE TO WS-REQUEST-LINE
             MOVE PR-CODIGO TO WS-SEARCH-CODE
             PERFORM FindProduct
             PERFORM RewriteCatalog
             MOVE "Practica2Productos" TO EXLOG-PROGRAM
             MOVE "PRODUCTO"           TO EXLOG-CODETYPE
             IF WS-PROD-FOUND THEN
                DISPLAY "MESSAGE: PRODUCTO " PR-CODIGO " ACTUALIZADO"
                MOVE "MODIFICA" TO EXLOG-CODEVALUE
             ELSE
                DISPLAY "MESSAGE: PRODUCTO " PR-CODIGO " REGISTRADO"
                MOVE "ALTA" TO EXLOG-CODEVALUE
             END-IF
             MOVE WS-REQUEST-LINE TO EXLOG-KEYVALUE
             PERFORM LogException
          END-IF
          DISPLAY "=========================================".
       RewriteCatalog.
          OPEN OUTPUT NewProductFile
          OPEN INPUT ProductFile
          IF ProductFileOK THEN
             READ ProductFile INTO WS-PROD-LINE
                AT END SET EOFProductFile TO TRUE
             END-READ
             PERFORM UNTIL EOFProductFile
                IF PR-CODIGO IS EQUAL TO WS-SEARCH-CODE THEN
                   WRITE NewProductBuffer FROM WS-REQUEST-LINE
                ELSE
                   WRITE NewProductBuffer FROM WS-PROD-LINE
                END-IF
                READ ProductFile INTO WS-PROD-LINE
                   AT END SET EOFProductFile TO TRUE
                END-READ
             END-PERFORM
          END-IF
          CLOSE ProductFile
          IF NOT WS-PROD-FOUND THEN
             WRITE NewProductBuffer FROM WS-REQUEST-LINE
          END-IF
          CLOSE NewProductFile
          OPEN INPUT NewProductFile
          OPEN OUTPUT ProductFile
          READ NewProductFile
             AT END SET EOFNewProductFile TO TRUE
          END-READ
          PERFORM UNTIL EOFNewProductFile
             WRITE ProductBuffer FROM NewProductBuffer
             READ NewProductFile
                AT END SET EOFNewProductFile TO TRUE
             END-READ
          END-PERFORM
          CLOSE NewProductFile
          CLOSE ProductFile
          MOVE WS-REQUEST-LINE TO WS-PROD-LINE.
       ListCatalog.
          DISPLAY "COD  NOMBRE               TASA   LIB COMIS "
             "SALDO MIN  LIMITE RETIRO E CUENTAS"
          OPEN INPUT ProductFile
          IF NOT ProductFileOK THEN
             DISPLAY "LOG: NO HAY PRODUCTOS.DAT - CATALOGO VACIO"
          ELSE
             READ ProductFile INTO WS-PROD-LINE
                AT END SET EOFProductFile TO TRUE
             END-READ
             PERFORM UNTIL EOFProductFile
                IF PR-CODIGO IS NOT EQUAL TO SPACES THEN
                   MOVE PR-CODIGO TO P-PRODUCTO
                   MOVE ZERO TO P-COUNT
                   EXEC SQL
                      SELECT COUNT(*) INTO :P-COUNT
                      FROM cuenta
                      WHERE codprod = :P-PRODUCTO
                        AND estcuent <> 'C'
                   END-EXEC
                   MOVE P-COUNT TO D-CUENTAS
                   DISPLAY WS-PROD-LINE " " D-CUENTAS
                END-IF
                READ ProductFile INTO WS-PROD-LINE
                   AT END SET EOFProductFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE ProductFile
          END-IF
          MOVE ZERO TO P-COUNT
          EXEC SQL
             SELECT COUNT(*) INTO :P-COUNT
             FROM cuenta
             WHERE COALESCE(codprod, ' ') = ' '
               AND estcuent <> 'C'
          END-EXEC
          MOVE P-COUNT TO D-CUENTAS
          DISPLAY "SIN PRODUCTO (PARAMETROS GENERALES): " D-CUENTAS.
       RequestProductChange.
      *   LA SOLICITUD SE VALIDA AL INGRESARLA Y DE NUEVO AL APLICARLA;
      *   EL CAMBIO RIGE DESDE EL PROCESO NOCTURNO DE SU FECHA
      *   EFECTIVA, QUE NO PUEDE SER ANTERIOR A HOY.
          DISPLAY "===== SOLICITUD DE CAMBIO DE PRODUCTO ===="
          IF CP-FECHA IS NOT NUMERIC OR CP-FECHA IS EQUAL TO ZERO THEN
             MOVE WS-TODAY TO CP-FECHA
          END-IF
          MOVE "P"    TO CP-ESTADO
          MOVE SPACES TO CP-ANTERIOR
          MOVE ZERO   TO CP-APLICADO
          DISPLAY "CUENTA: " CP-DNI SPACE CP-CUENTA " PRODUCTO: "
             CP-PRODUCTO " DESDE: " CP-FECHA " OPERADOR: " CP-OPERADOR
          MOVE SPACES TO WS-ERROR
          EVALUATE TRUE
             WHEN CP-OPERADOR IS EQUAL TO SPACES
                MOVE "FALTA EL OPERADOR" TO WS-ERROR
             WHEN CP-FECHA IS LESS THAN WS-TODAY
                MOVE "FECHA EFECTIVA ANTERIOR A HOY" TO WS-ERROR
             WHEN OTHER
                PERFORM ValidateChange
          END-EVALUATE
          IF WS-ERROR IS EQUAL TO SPACES THEN
             PERFORM CheckPendingChange
             IF WS-HAS-PENDING THEN
                MOVE "LA CUENTA YA TIENE UN CAMBIO PENDIENTE"
                   TO WS-ERROR
             END-IF
          END-IF
          IF WS-ERROR IS EQUAL TO SPACES THEN
             OPEN EXTEND ChangeFile
             IF NOT ProdChangeFileOK THEN
                CLOSE ChangeFile
                OPEN OUTPUT ChangeFile
             END-IF
             WRITE ChangeBuffer FROM WS-CAMBIOPROD-LINE
             CLOSE ChangeFile
             DISPLAY "MESSAGE: CAMBIO DE " P-PRODUCTO " A "
                CP-PRODUCTO " PROGRAMADO PARA EL " CP-FECHA
          ELSE
             DISPLAY "ERROR: " WS-ERROR
             MOVE 1 TO RETURN-CODE
          END-IF
          DISPLAY "=========================================".
       ValidateChange.
      *   PRODUCTO DESTINO VIGENTE EN EL CATALOGO, CUENTA EXISTENTE
      *   Y NO CERRADA, Y DISTINTO DEL PRODUCTO ACTUAL.
          MOVE CP-PRODUCTO TO WS-SEARCH-CODE
          PERFORM FindProduct
          MOVE CP-DNI    TO P-DOC
          MOVE CP-CUENTA TO P-CUENTA
          MOVE SPACES    TO P-PRODUCTO
          EVALUATE TRUE
             WHEN CP-PRODUCTO IS EQUAL TO SPACES
                MOVE "FALTA EL PRODUCTO DESTINO" TO WS-ERROR
             WHEN NOT WS-PROD-FOUND
                MOVE "PRODUCTO NO EXISTE EN EL CATALOGO" TO WS-ERROR
             WHEN WS-FOUND-ESTADO IS NOT EQUAL TO "A"
                MOVE "PRODUCTO RETIRADO DE LA VENTA" TO WS-ERROR
             WHEN OTHER
                EXEC SQL
                   SELECT estcuent, COALESCE(codprod, ' '), saldoact
                   INTO :P-ESTADO, :P-PRODUCTO, :P-SALDO
                   FROM cuenta
                   WHERE docclien=:P-DOC AND codcuent=:P-CUENTA
                END-EXEC
                IF SQLCODE IS NOT EQUAL TO ZERO THEN
                   MOVE "CUENTA NO ENCONTRADA" TO WS-ERROR
                ELSE
                   IF P-ESTADO IS EQUAL TO "C" THEN
                      MOVE "LA CUENTA ESTA CERRADA" TO WS-ERROR
                   ELSE
                      IF P-PRODUCTO IS EQUAL TO CP-PRODUCTO THEN
                         MOVE "LA CUENTA YA TIENE ESE PRODUCTO"
                            TO WS-ERROR
                      END-IF
                   END-IF
                END-IF
          END-EVALUATE.
       CheckPendingChange.
          MOVE WS-CAMBIOPROD-LINE TO WS-REQUEST-LINE
          MOVE "N" TO WS-PENDING-SW
          OPEN INPUT ChangeFile
          IF ProdChangeFileOK THEN
             READ ChangeFile INTO WS-CAMBIOPROD-LINE
                AT END SET EOFChangeFile TO TRUE
             END-READ
             PERFORM UNTIL EOFChangeFile
                IF CP-DNI IS EQUAL TO P-DOC
                      AND CP-CUENTA IS EQUAL TO P-CUENTA
                      AND CambioPendiente THEN
                   SET WS-HAS-PENDING TO TRUE
                END-IF
                READ ChangeFile INTO WS-CAMBIOPROD-LINE
                   AT END SET EOFChangeFile TO TRUE
                END-READ
             END-PERFORM
          END-IF
          CLOSE ChangeFile
          MOVE WS-REQUEST-LINE TO WS-CAMBIOPROD-LINE.
       ApplyDueChanges.
      *   LOS CAMBIOS PENDIENTES CON FECHA EFECTIVA HASTA LA FECHA DE
      *   PROCESO SE APLICAN ANTES DE LOS COBROS Y DEVENGOS DE LA
      *   NOCHE; LA COLA SE REESCRIBE CON SU NUEVO ESTADO Y SE
      *   CONSERVA COMO HISTORIA.
          DISPLAY "===== APLICACION DE CAMBIOS DE PRODUCTO ===="
          OPEN INPUT ChangeFile
          IF ProdChangeNotFound THEN
             DISPLAY "LOG: NO HAY CAMBIOPROD.DAT - NADA QUE APLICAR"
          ELSE
             OPEN OUTPUT NewChangeFile
             READ ChangeFile INTO WS-CAMBIOPROD-LINE
                AT END SET EOFChangeFile TO TRUE
             END-READ
             PERFORM UNTIL EOFChangeFile
                IF CambioPendiente
                      AND CP-FECHA IS NOT GREATER THAN WS-RUN-DATE
                   ADD 1 TO WS-READ-COUNT
                   PERFORM ApplyOneChange
                END-IF
                WRITE NewChangeBuffer FROM WS-CAMBIOPROD-LINE
                READ ChangeFile INTO WS-CAMBIOPROD-LINE
                   AT END SET EOFChangeFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE ChangeFile
             CLOSE NewChangeFile
             OPEN INPUT NewChangeFile
             OPEN OUTPUT ChangeFile
             READ NewChangeFile
                AT END SET EOFNewChangeFile TO TRUE
             END-READ
             PERFORM UNTIL EOFNewChangeFile
                WRITE ChangeBuffer FROM NewChangeBuffer
                READ NewChangeFile
                   AT END SET EOFNewChangeFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE NewChangeFile
             CLOSE ChangeFile
          END-IF
          DISPLAY "CAMBIOS VIGENTES    : " WS-READ-COUNT
          DISPLAY "CAMBIOS APLICADOS   : " WS-APPLIED-COUNT
          DISPLAY "CAMBIOS RECHAZADOS  : " WS-REJECT-COUNT
          DISPLAY "=========================================".
       ApplyOneChange.
          MOVE SPACES TO WS-ERROR
          PERFORM ValidateChange
          IF WS-ERROR IS EQUAL TO SPACES THEN
             MOVE CP-PRODUCTO TO P-NUEVO
             EXEC SQL
                UPDATE cuenta
                SET codprod = :P-NUEVO,
                    fecmod = CURRENT TIMESTAMP
                WHERE docclien=:P-DOC AND codcuent=:P-CUENTA
             END-EXEC
             IF SQLCODE IS EQUAL TO ZERO THEN
                EXEC SQL COMMIT WORK END-EXEC
             END-IF
             IF SQLCODE IS EQUAL TO ZERO THEN
                ADD 1 TO WS-APPLIED-COUNT
                MOVE "A"         TO CP-ESTADO
                MOVE P-PRODUCTO  TO CP-ANTERIOR
                MOVE WS-RUN-DATE TO CP-APLICADO
                PERFORM WriteChangeAudit
                DISPLAY "LOG: " CP-DNI SPACE CP-CUENTA " PASA DE "
                   P-PRODUCTO " A " CP-PRODUCTO
             ELSE
                PERFORM HandlingErrors
                EXEC SQL ROLLBACK WORK END-EXEC
                MOVE "ERROR DE BASE DE DATOS" TO WS-ERROR
             END-IF
          END-IF
          IF WS-ERROR IS NOT EQUAL TO SPACES THEN
             ADD 1 TO WS-REJECT-COUNT
             MOVE "R"         TO CP-ESTADO
             MOVE P-PRODUCTO  TO CP-ANTERIOR
             MOVE WS-RUN-DATE TO CP-APLICADO
             DISPLAY "ERROR: " CP-DNI SPACE CP-CUENTA " - " WS-ERROR
             MOVE "Practica2Productos" TO EXLOG-PROGRAM
             MOVE "CAMBIOPROD"         TO EXLOG-CODETYPE
             MOVE CP-PRODUCTO          TO EXLOG-CODEVALUE
             MOVE SPACES               TO EXLOG-KEYVALUE
             STRING CP-DNI    DELIMITED BY SIZE
                    SPACE     DELIMITED BY SIZE
                    CP-CUENTA DELIMITED BY SIZE
                    SPACE     DELIMITED BY SIZE
                    WS-ERROR  DELIMITED BY SIZE
                INTO EXLOG-KEYVALUE
             PERFORM LogException
          END-IF.
       WriteChangeAudit.
      *   EL CAMBIO DE PRODUCTO NO MUEVE EL SALDO: LA LINEA LLEVA EL
      *   SALDO DEL MOMENTO COMO IMAGEN PREVIA, EL SOLICITANTE COMO
      *   OPERADOR Y "PRD" MAS EL NUEVO PRODUCTO EN EL CAMPO DEL
      *   APROBADOR, DE MODO QUE EL CAMBIO QUEDA DENTRO DEL HASH.
          MOVE SPACES      TO WS-AUDIT-LINE
          MOVE CP-DNI      TO AL-DOC
          MOVE CP-CUENTA   TO AL-CUENTA
          MOVE P-SALDO     TO AL-SALDO
          MOVE WS-RUN-DATE TO AL-DATE
          ACCEPT AL-TIME FROM TIME
          MOVE CP-OPERADOR TO AL-OPERATOR
          STRING "PRD"       DELIMITED BY SIZE
                 CP-PRODUCTO DELIMITED BY SIZE
             INTO AL-APPROVER
          STRING "PROD "     DELIMITED BY SIZE
                 P-PRODUCTO  DELIMITED BY SIZE
                 ">"         DELIMITED BY SIZE
                 CP-PRODUCTO DELIMITED BY SIZE
             INTO AL-DETALLE
          PERFORM ReadLastJournalEntry
          COMPUTE AL-SEQ = WS-PREV-SEQ + 1
          CALL "JournalHash" USING WS-PREV-HASH
             WS-AUDIT-LINE(1:67) AL-HASH
          OPEN EXTEND AuditFile
          IF NOT AuditFileOK THEN
             CLOSE AuditFile
             OPEN OUTPUT AuditFile
          END-IF
          WRITE AuditRecord FROM WS-AUDIT-LINE
          CLOSE AuditFile.
       ReadLastJournalEntry.
      *   LA ULTIMA LINEA ENCADENADA DEL JOURNAL DA LA SECUENCIA Y EL
      *   HASH PREVIOS; LAS LINEAS ANTIGUAS SIN CADENA SE IGNORAN.
          MOVE ZERO TO WS-PREV-SEQ
          MOVE ZERO TO WS-PREV-HASH
          MOVE "N" TO WS-JRNL-EOF-SW
          OPEN INPUT AuditFile
          IF NOT AuditFileOK THEN
             CLOSE AuditFile
          ELSE
             PERFORM UNTIL WS-JRNL-EOF
                READ AuditFile INTO WS-JRNL-LAST
                   AT END SET WS-JRNL-EOF TO TRUE
                END-READ
                IF NOT WS-JRNL-EOF THEN
                   IF WS-JRNL-LAST(69:7) IS NUMERIC
                         AND WS-JRNL-LAST(77:8) IS NUMERIC THEN
                      MOVE WS-JRNL-LAST(69:7) TO WS-PREV-SEQ
                      MOVE WS-JRNL-LAST(77:8) TO WS-PREV-HASH
                   END-IF
                END-IF
             END-PERFORM
             CLOSE AuditFile
          END-IF.
       ExportAccountProducts.
      *   UNA LINEA POR CUENTA NO CERRADA CON SU PRODUCTO (EN BLANCO
      *   SI NO TIENE); EL CONTROL DE LIMITES LA LEE SIN CONECTARSE.
          OPEN OUTPUT AcctProdFile
          IF NOT AcctProdFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR CUENTAPROD.DAT"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          EXEC SQL
             DECLARE C1 CURSOR FOR
             SELECT docclien, codcuent, COALESCE(codprod, ' ')
             FROM cuenta
             WHERE estcuent <> 'C'
             ORDER BY docclien, codcuent
          END-EXEC
          EXEC SQL
             OPEN C1
          END-EXEC
          EXEC SQL
             FETCH C1 INTO :P-DOC, :P-CUENTA, :P-PRODUCTO
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             MOVE SPACES     TO WS-CUENTAPROD-LINE
             MOVE P-DOC      TO CX-DNI
             MOVE P-CUENTA   TO CX-CUENTA
             MOVE P-PRODUCTO TO CX-PRODUCTO
             WRITE AcctProdRecord FROM WS-CUENTAPROD-LINE
             ADD 1 TO WS-EXPORT-COUNT
             EXEC SQL
                FETCH C1 INTO :P-DOC, :P-CUENTA, :P-PRODUCTO
             END-EXEC
          END-PERFORM
          EXEC SQL
             CLOSE C1
          END-EXEC
          CLOSE AcctProdFile
          DISPLAY "LOG: CUENTAS EXPORTADAS A CUENTAPROD.DAT: "
             WS-EXPORT-COUNT.
       WriteControlFigures.
          MOVE "Practica2Productos" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          MOVE WS-READ-COUNT TO CIF-READ
          MOVE WS-APPLIED-COUNT TO CIF-WRITTEN
          MOVE WS-REJECT-COUNT TO CIF-REJECTED
          MOVE ZERO TO CIF-AMOUNT
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
          MOVE "Practica2Productos"  TO EXLOG-PROGRAM
          MOVE "SQLCODE"             TO EXLOG-CODETYPE
          MOVE SQLCODE               TO WS-EXLOG-CODE-DISPLAY
          MOVE WS-EXLOG-CODE-DISPLAY TO EXLOG-CODEVALUE
          MOVE SPACES                TO EXLOG-KEYVALUE
          STRING P-DOC DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 P-CUENTA DELIMITED BY SIZE
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

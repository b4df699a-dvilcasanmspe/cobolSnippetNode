          SELECT SessionLogFile ASSIGN TO "SESIONLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SESLOG-STATUS.
          SELECT PayOrderFile ASSIGN TO "RECPAGOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RECPAGO-STATUS.
          SELECT BatchWindowFile ASSIGN TO "VENTANABATCH.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VENTANA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PendingFile.
       01 PendingBuffer          PIC X(60)   VALUES SPACES.
       FD OperatorFile.
       01 OperatorBuffer         PIC X(42)   VALUES SPACES.
          88 EOFOperatorFile     VALUES      HIGH-VALUES.
       FD SessionLogFile.
       01 SessionLogRecord       PIC X(70)   VALUES SPACES.
       FD PayOrderFile.
       01 PayOrderBuffer         PIC X(60)   VALUES SPACES.
       FD BatchWindowFile.
       01 BatchWindowBuffer      PIC X(50)   VALUES SPACES.
       WORKING-STORAGE SECTION.
       COPY "UtilityBillFields".
       COPY "BatchWindowFields".
       01 WS-PEND-STATUS         PIC X(2)    VALUE SPACE.
          88 PendingFileOK       VALUE "00".
       01 WS-OPER-STATUS         PIC X(2)    VALUE SPACE.
          88 OperatorFileOK      VALUE "00".
       01 WS-SESLOG-STATUS       PIC X(2)    VALUE SPACE.
          88 SessionLogFileOK    VALUE "00".
       COPY "OperatorFields".
       01 WS-LOGIN-USER          PIC X(8)    VALUE SPACES.
       01 WS-LOGIN-CLAVE         PIC X(8)    VALUE SPACES.
       01 WS-LOGIN-OK-SW         PIC X(1)    VALUE "N".
          88 WS-LOGIN-OK         VALUE "Y".
       01 WS-LOGIN-TRIES         PIC 9(1)    VALUE ZERO.
       01 WS-LOCKED-SW           PIC X(1)    VALUE "N".
          88 WS-USER-LOCKED      VALUE "Y".
       01 WS-PERM-SW             PIC X(1)    VALUE "N".
          88 WS-OPTION-ALLOWED   VALUE "Y".
       01 WS-PERM-IDX            PIC 9(2)    VALUE ZERO.
       01 WS-PERM-SCAN           PIC 9(2)    VALUE ZERO.
       01 WS-DIGITS              PIC X(11)   VALUE "123456789CP".
       01 WS-MENU-DIGIT          PIC X(1)    VALUE SPACE.
       01 WS-OPTION              PIC X(1)    VALUE SPACE.
          88 OptAlta             VALUE "1".
          88 OptCierre           VALUE "2".
          88 OptAjuste           VALUE "4".
          88 OptConsulta         VALUE "5".
          88 OptTransfer         VALUE "6".
          88 OptRecaudo          VALUE "7".
          88 OptCambioProd       VALUE "8".
          88 OptDesbloqueo       VALUE "9".
          88 OptCliente360       VALUE "C".
          88 OptParametros       VALUE "P".
          88 OptLiberaVentana    VALUE "V".
          88 OptSalir            VALUE "0".
      *   OPCIONES QUE MODIFICAN DATOS: NO SE ACEPTAN CON LA VENTANA
      *   BATCH ABIERTA. LA "P" SE CONTROLA DENTRO DEL SUBMENU, PORQUE
      *   SU CONSULTA HISTORICA ("H") ES DE SOLO LECTURA.
          88 OptModifica         VALUES "1", "2", "3", "4", "6", "7",
                                        "8", "9".
       01 WS-CONFIRM             PIC X(1)    VALUE SPACE.
          88 Confirmed           VALUES "S", "s".
       01 WS-FIELD-OK-SW         PIC X(1)    VALUE "N".
       01 WS-IN-MONEDA           PIC X(3)    VALUE SPACES.
          88 MonedaValida        VALUES "PEN", "USD".
       01 WS-IN-SUCURSAL         PIC X(4)    VALUE SPACES.
       01 WS-IN-PRODUCTO         PIC X(4)    VALUE SPACES.
       01 WS-IN-VIGENCIA         PIC X(8)    VALUE SPACES.
       01 WS-IN-SIGNO            PIC X(1)    VALUE SPACE.
          88 SignoValido         VALUES "+", "-".
       01 WS-IN-MONTO            PIC X(9)    VALUE SPACES.
       01 WS-IN-OPERADOR         PIC X(8)    VALUE SPACES.
       01 WS-IN-TDNI             PIC X(8)    VALUE SPACES.
       01 WS-IN-TCUENTA          PIC X(10)   VALUE SPACES.
       01 WS-IN-PARAMOP          PIC X(1)    VALUE SPACE.
          88 ParamSolicitud      VALUES "S", "s".
          88 ParamAprobacion     VALUES "A", "a".
          88 ParamHistoria       VALUES "H", "h".
       01 WS-IN-PARAMFECHA       PIC X(8)    VALUE SPACES.
       01 WS-IN-PARAMARCH        PIC X(12)   VALUE SPACES.
       01 WS-I-RECORD.
          05 MR-DOC              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 MR-MONEDA           PIC X(3)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 MR-SUCURSAL         PIC X(4)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 MR-PRODUCTO         PIC X(4)    VALUE SPACES.
       01 WS-PEND-LINE.
          05 MP-DOC              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 MP-OPERATOR         PIC X(8)    VALUE SPACES.
       01 WS-COMMAND             PIC X(150)  VALUE SPACES.
       01 WS-SYSTEM-RC           PIC S9(9) COMP-5 VALUE ZERO.
      * DESBLOQUEO DE USUARIOS (OPCION 9, PERFIL SUPERVISOR): SE CARGA
      * OPERADORES.DAT EN MEMORIA Y SE REESCRIBE CON EL USUARIO
      * LIBERADO. LA LINEA DEL OPERADOR DE LA SESION SE GUARDA APARTE
      * PORQUE SUS OPCIONES SIGUEN RIGIENDO EL MENU.
       01 WS-SESSION-OPER        PIC X(42)   VALUE SPACES.
       01 WS-IN-USUARIO          PIC X(8)    VALUE SPACES.
       01 WS-UNLOCK-SW           PIC X(1)    VALUE "N".
          88 WS-UNLOCK-FOUND     VALUE "Y".
       01 OperTable.
          05 OperCount           PIC 9(3)    VALUE ZERO.
          05 OperEntry OCCURS 200 TIMES.
             10 OT-LINE          PIC X(42).
       01 OperIdx                PIC 9(3)    VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
      *   SIN OPERADORES.DAT NO HAY SESION: TODA OPERACION DEL MENU
      *   DEBE QUEDAR ATADA A UN USUARIO CON PERFIL.
          MOVE "N" TO WS-LOGIN-OK-SW
          PERFORM UNTIL WS-LOGIN-OK OR WS-USER-LOCKED
                OR WS-LOGIN-TRIES >= 3
             ADD 1 TO WS-LOGIN-TRIES
             DISPLAY "USUARIO:"
             ACCEPT WS-LOGIN-USER
             DISPLAY "CLAVE:"
             ACCEPT WS-LOGIN-CLAVE
             PERFORM SearchOperator
             IF NOT WS-LOGIN-OK AND NOT WS-USER-LOCKED THEN
                DISPLAY "ERROR: USUARIO O CLAVE INCORRECTOS"
                MOVE WS-LOGIN-USER TO SL-USER
                MOVE "LOGINFALLO" TO SL-ACCION
                AT END SET EOFOperatorFile TO TRUE
             END-READ
             PERFORM UNTIL EOFOperatorFile OR WS-LOGIN-OK
                   OR WS-USER-LOCKED
      *         UN USUARIO BLOQUEADO POR LA AUDITORIA DE OPERADORES NO
      *         ENTRA AUNQUE DE LA CLAVE CORRECTA: SOLO UN SUPERVISOR
      *         LO LIBERA (OPCION 9).
                IF OPR-USER IS EQUAL TO WS-LOGIN-USER
                      AND OPR-CLAVE IS EQUAL TO WS-LOGIN-CLAVE
                      AND OPR-USER IS NOT EQUAL TO SPACES
                      AND OperatorLocked THEN
                   SET WS-USER-LOCKED TO TRUE
                   DISPLAY "ERROR: USUARIO BLOQUEADO - SOLICITE EL "
                      "DESBLOQUEO A UN SUPERVISOR"
                   MOVE OPR-USER TO SL-USER
                   MOVE "BLOQUEADO" TO SL-ACCION
                   MOVE SPACES TO SL-DETALLE
                   PERFORM WriteSessionLog
                ELSE
                IF OPR-USER IS EQUAL TO WS-LOGIN-USER
                      AND OPR-CLAVE IS EQUAL TO WS-LOGIN-CLAVE
                      AND OPR-USER IS NOT EQUAL TO SPACES THEN
                      AT END SET EOFOperatorFile TO TRUE
                   END-READ
                END-IF
                END-IF
             END-PERFORM
             CLOSE OperatorFile
          END-IF.
       CheckOptionAllowed.
          MOVE "N" TO WS-PERM-SW
          PERFORM VARYING WS-PERM-IDX FROM 1 BY 1
             UNTIL WS-PERM-IDX > 11
             IF OPR-OPCIONES(WS-PERM-IDX:1) IS EQUAL TO WS-OPTION THEN
                MOVE "Y" TO WS-PERM-SW
                EXIT PERFORM
          CLOSE SessionLogFile.
       ShowMenuAndDispatch.
          DISPLAY " "
          PERFORM ReadBatchWindow
          IF VentanaAbierta THEN
             DISPLAY "*** VENTANA BATCH ABIERTA: PASO " VB-STEP
                " DESDE " VB-DATE " " VB-HORA " - SOLO CONSULTAS ***"
          END-IF
          PERFORM ShowAllowedOption
             VARYING WS-PERM-IDX FROM 1 BY 1 UNTIL WS-PERM-IDX > 11
          IF VentanaAbierta AND PerfilSupervisor THEN
             DISPLAY "V. LIBERAR VENTANA BATCH"
          END-IF
          DISPLAY "0. SALIR"
          DISPLAY "OPCION:"
          MOVE SPACE TO WS-OPTION
          ACCEPT WS-OPTION
          IF OptSalir THEN
             CONTINUE
          ELSE
          IF OptLiberaVentana THEN
             PERFORM CaptureLiberaVentana
          ELSE
             PERFORM CheckOptionAllowed
      *      LA VENTANA SE RELEE AL ELEGIR: PUDO ABRIRSE MIENTRAS EL
      *      MENU ESPERABA LA OPCION.
             PERFORM ReadBatchWindow
             IF NOT WS-OPTION-ALLOWED THEN
                DISPLAY "OPCION NO PERMITIDA PARA SU PERFIL"
                MOVE "DENEGADA" TO SL-ACCION
                MOVE WS-OPTION TO SL-DETALLE
                PERFORM WriteSessionLog
             ELSE
             IF OptModifica AND VentanaAbierta THEN
                PERFORM RefuseBatchWindow
             ELSE
                MOVE "OPCION" TO SL-ACCION
                MOVE WS-OPTION TO SL-DETALLE
                      PERFORM CaptureConsulta
                   WHEN OptTransfer
                      PERFORM CaptureTransferencia
                   WHEN OptRecaudo
                      PERFORM CaptureRecaudo
                   WHEN OptCambioProd
                      PERFORM CaptureCambioProducto
                   WHEN OptDesbloqueo
                      PERFORM CaptureDesbloqueo
                   WHEN OptCliente360
                      PERFORM CaptureCliente360
                   WHEN OptParametros
                      PERFORM CaptureParametros
                   WHEN OTHER
                      DISPLAY "OPCION NO RECONOCIDA"
                END-EVALUATE
             END-IF
             END-IF
          END-IF
          END-IF.
       ShowAllowedOption.
      *   SOLO SE OFRECEN LAS OPCIONES DEL PERFIL DEL OPERADOR.
          MOVE WS-DIGITS(WS-PERM-IDX:1) TO WS-MENU-DIGIT
          MOVE "N" TO WS-PERM-SW
          PERFORM VARYING WS-PERM-SCAN FROM 1 BY 1
             UNTIL WS-PERM-SCAN > 11
             IF OPR-OPCIONES(WS-PERM-SCAN:1) IS EQUAL TO
                   WS-MENU-DIGIT THEN
                MOVE "Y" TO WS-PERM-SW
                   DISPLAY "5. CONSULTA DE RETIROS POR DNI"
                WHEN 6
                   DISPLAY "6. TRANSFERENCIA ENTRE CUENTAS"
                WHEN 7
                   DISPLAY "7. PAGO DE SERVICIOS"
                WHEN 8
                   DISPLAY "8. CAMBIO DE PRODUCTO DE CUENTA"
                WHEN 9
                   DISPLAY "9. DESBLOQUEO DE USUARIO"
                WHEN 10
                   DISPLAY "C. CONSULTA INTEGRAL DEL CLIENTE"
                WHEN 11
                   DISPLAY "P. PARAMETROS (SOLICITAR, APROBAR, "
                      "VERSION VIGENTE)"
             END-EVALUATE
          END-IF.
       AskDni.
          IF WS-IN-SUCURSAL IS EQUAL TO SPACES THEN
             MOVE "0001" TO WS-IN-SUCURSAL
          END-IF
          DISPLAY "PRODUCTO (4, VACIO = PARAMETROS GENERALES):"
          MOVE SPACES TO WS-IN-PRODUCTO
          ACCEPT WS-IN-PRODUCTO
          MOVE WS-IN-DNI    TO MR-DOC
          MOVE WS-IN-CUENTA TO MR-COD
          MOVE WS-IN-ESTADO TO MR-STATE
          MOVE WS-IN-CDATA  TO MR-CDATA
          MOVE WS-IN-MONEDA TO MR-MONEDA
          MOVE WS-IN-SUCURSAL TO MR-SUCURSAL
          MOVE WS-IN-PRODUCTO TO MR-PRODUCTO
          DISPLAY "SE VA A INSERTAR: " WS-I-RECORD
          DISPLAY "CONFIRMA (S/N)?"
          ACCEPT WS-CONFIRM
          IF Confirmed THEN
             PERFORM RecheckBatchWindow
          END-IF
          IF Confirmed THEN
             MOVE SPACES TO WS-COMMAND
             STRING "./Practica2-1Sesion6 " DELIMITED BY SIZE
                    QUOTE          DELIMITED BY SIZE
                INTO WS-COMMAND
             PERFORM RunCommand
      *      EL ALTA QUEDA A NOMBRE DEL OPERADOR PARA LA AUDITORIA DE
      *      SEGREGACION DE FUNCIONES (ALTA Y AJUSTE DE UNA MISMA
      *      CUENTA POR UN MISMO USUARIO).
             IF WS-SYSTEM-RC IS EQUAL TO ZERO THEN
                MOVE "ALTA" TO SL-ACCION
                MOVE SPACES TO SL-DETALLE
                STRING WS-IN-DNI    DELIMITED BY SIZE
                       " "          DELIMITED BY SIZE
                       WS-IN-CUENTA DELIMITED BY SIZE
                   INTO SL-DETALLE
                PERFORM WriteSessionLog
             END-IF
          ELSE
             DISPLAY "ALTA CANCELADA"
          END-IF.
          DISPLAY "SE VA A CERRAR: " WS-IN-DNI SPACE WS-IN-CUENTA
          DISPLAY "CONFIRMA (S/N)?"
          ACCEPT WS-CONFIRM
          IF Confirmed THEN
             PERFORM RecheckBatchWindow
          END-IF
          IF Confirmed THEN
             MOVE SPACES TO WS-COMMAND
             STRING "./Practica2-1Sesion6 " DELIMITED BY SIZE
             " A ESTADO " WS-IN-ESTADO
          DISPLAY "CONFIRMA (S/N)?"
          ACCEPT WS-CONFIRM
          IF Confirmed THEN
             PERFORM RecheckBatchWindow
          END-IF
          IF Confirmed THEN
             MOVE SPACES TO WS-COMMAND
             STRING "./Practica2-1Sesion6 " DELIMITED BY SIZE
          DISPLAY "SE VA A SOLICITAR: " WS-PEND-LINE
          DISPLAY "CONFIRMA (S/N)?"
          ACCEPT WS-CONFIRM
          IF Confirmed THEN
             PERFORM RecheckBatchWindow
          END-IF
          IF Confirmed THEN
             OPEN EXTEND PendingFile
             IF NOT PendingFileOK THEN
          ELSE
             DISPLAY "SOLICITUD CANCELADA"
          END-IF.
       CaptureRecaudo.
      *   EL PAGO DE SERVICIOS SE ENCOLA EN RECPAGOS.DAT Y LO APLICA
      *   Practica2Recaudo EN EL BATCH NOCTURNO CON EL MONTO DE LA
      *   DEUDA QUE INFORMO LA EMPRESA.
          DISPLAY "--- PAGO DE SERVICIOS ---"
          MOVE "N" TO WS-FIELD-OK-SW
          PERFORM UNTIL WS-FIELD-OK
             DISPLAY "CODIGO DE EMPRESA (4):"
             ACCEPT RO-EMPRESA
             IF RO-EMPRESA IS NOT EQUAL TO SPACES THEN
                SET WS-FIELD-OK TO TRUE
             ELSE
                DISPLAY "ERROR: INGRESE EL CODIGO DE EMPRESA"
             END-IF
          END-PERFORM
          MOVE "N" TO WS-FIELD-OK-SW
          PERFORM UNTIL WS-FIELD-OK
             DISPLAY "CODIGO DE SUMINISTRO (10):"
             ACCEPT RO-CODIGO
             IF RO-CODIGO IS NOT EQUAL TO SPACES THEN
                SET WS-FIELD-OK TO TRUE
             ELSE
                DISPLAY "ERROR: INGRESE EL CODIGO DE SUMINISTRO"
             END-IF
          END-PERFORM
          DISPLAY "CUENTA DE CARGO:"
          PERFORM AskDni
          PERFORM AskCuenta
          MOVE WS-IN-DNI    TO RO-DNI
          MOVE WS-IN-CUENTA TO RO-CUENTA
          SET CanalMenu TO TRUE
          MOVE SL-USER TO RO-OPERADOR
          DISPLAY "SE VA A ORDENAR: " WS-RECPAGO-LINE
          DISPLAY "CONFIRMA (S/N)?"
          ACCEPT WS-CONFIRM
          IF Confirmed THEN
             PERFORM RecheckBatchWindow
          END-IF
          IF Confirmed THEN
             OPEN EXTEND PayOrderFile
             IF NOT PayOrderFileOK THEN
                CLOSE PayOrderFile
                OPEN OUTPUT PayOrderFile
             END-IF
             WRITE PayOrderBuffer FROM WS-RECPAGO-LINE
             CLOSE PayOrderFile
             MOVE "RECAUDO" TO SL-ACCION
             MOVE WS-RECPAGO-LINE(1:30) TO SL-DETALLE
             PERFORM WriteSessionLog
             DISPLAY "PAGO ENCOLADO PARA EL PROCESO NOCTURNO"
          ELSE
             DISPLAY "PAGO CANCELADO"
          END-IF.
       CaptureConsulta.
          DISPLAY "--- CONSULTA DE RETIROS POR DNI ---"
          PERFORM AskDni
                 QUOTE          DELIMITED BY SIZE
             INTO WS-COMMAND
          PERFORM RunCommand.
       CaptureCliente360.
      *   TODA LA RELACION DEL CLIENTE EN UNA PANTALLA; CADA CONSULTA
      *   QUEDA EN SESIONLOG.DAT CON EL DNI CONSULTADO.
          DISPLAY "--- CONSULTA INTEGRAL DEL CLIENTE ---"
          PERFORM AskDni
          MOVE SPACES TO WS-COMMAND
          STRING "./Practica2Cliente360 " DELIMITED BY SIZE
                 QUOTE          DELIMITED BY SIZE
                 "C "           DELIMITED BY SIZE
                 WS-IN-DNI      DELIMITED BY SIZE
                 " "            DELIMITED BY SIZE
                 SL-USER        DELIMITED BY SIZE
                 QUOTE          DELIMITED BY SIZE
             INTO WS-COMMAND
          PERFORM RunCommand
          MOVE "CONSULTA360" TO SL-ACCION
          MOVE WS-IN-DNI TO SL-DETALLE
          PERFORM WriteSessionLog.
       CaptureParametros.
      *   LOS CAMBIOS DE PARAMETROS SE PIDEN Y SE APRUEBAN A NOMBRE
      *   DEL OPERADOR DEL MENU; Practica2Parametros EXIGE QUE QUIEN
      *   APRUEBA NO SEA QUIEN PIDIO EL CAMBIO.
          DISPLAY "--- PARAMETROS ---"
          DISPLAY "S. SOLICITAR CAMBIO"
          DISPLAY "A. APROBAR CAMBIOS PENDIENTES"
          DISPLAY "H. VERSION VIGENTE A UNA FECHA DE PROCESO"
          DISPLAY "OPCION:"
          MOVE SPACE TO WS-IN-PARAMOP
          MOVE SPACES TO WS-IN-PARAMFECHA
          MOVE SPACES TO WS-IN-PARAMARCH
          ACCEPT WS-IN-PARAMOP
          MOVE SPACES TO WS-COMMAND
          EVALUATE TRUE
             WHEN ParamSolicitud
                STRING "./Practica2Parametros " DELIMITED BY SIZE
                       QUOTE          DELIMITED BY SIZE
                       "S "           DELIMITED BY SIZE
                       SL-USER        DELIMITED BY SIZE
                       QUOTE          DELIMITED BY SIZE
                   INTO WS-COMMAND
                PERFORM RecheckBatchWindow
                IF VentanaAbierta THEN
                   MOVE SPACES TO WS-COMMAND
                END-IF
             WHEN ParamAprobacion
                STRING "./Practica2Parametros " DELIMITED BY SIZE
                       QUOTE          DELIMITED BY SIZE
                       "A "           DELIMITED BY SIZE
                       SL-USER        DELIMITED BY SIZE
                       QUOTE          DELIMITED BY SIZE
                   INTO WS-COMMAND
                PERFORM RecheckBatchWindow
                IF VentanaAbierta THEN
                   MOVE SPACES TO WS-COMMAND
                END-IF
             WHEN ParamHistoria
                MOVE "N" TO WS-FIELD-OK-SW
                PERFORM UNTIL WS-FIELD-OK
                   DISPLAY "FECHA DE PROCESO (AAAAMMDD):"
                   ACCEPT WS-IN-PARAMFECHA
                   IF WS-IN-PARAMFECHA IS NUMERIC THEN
                      SET WS-FIELD-OK TO TRUE
                   ELSE
                      DISPLAY "ERROR: LA FECHA DEBE SER NUMERICA"
                   END-IF
                END-PERFORM
                DISPLAY "ARCHIVO (EN BLANCO PARA TODOS):"
                MOVE SPACES TO WS-IN-PARAMARCH
                ACCEPT WS-IN-PARAMARCH
                STRING "./Practica2Parametros " DELIMITED BY SIZE
                       QUOTE          DELIMITED BY SIZE
                       "H "           DELIMITED BY SIZE
                       WS-IN-PARAMFECHA DELIMITED BY SIZE
                       " "            DELIMITED BY SIZE
                       WS-IN-PARAMARCH DELIMITED BY SIZE
                       QUOTE          DELIMITED BY SIZE
                   INTO WS-COMMAND
             WHEN OTHER
                DISPLAY "OPCION NO RECONOCIDA"
          END-EVALUATE
          IF WS-COMMAND IS NOT EQUAL TO SPACES THEN
             PERFORM RunCommand
             MOVE "PARAMETROS" TO SL-ACCION
             MOVE SPACES TO SL-DETALLE
             STRING WS-IN-PARAMOP   DELIMITED BY SIZE
                    " "             DELIMITED BY SIZE
                    WS-IN-PARAMFECHA DELIMITED BY SIZE
                    " "             DELIMITED BY SIZE
                    WS-IN-PARAMARCH DELIMITED BY SIZE
                INTO SL-DETALLE
             PERFORM WriteSessionLog
          END-IF.
       CaptureTransferencia.
          DISPLAY "--- TRANSFERENCIA ENTRE CUENTAS ---"
          DISPLAY "CUENTA ORIGEN:"
             WS-IN-DNI SPACE WS-IN-CUENTA
          DISPLAY "CONFIRMA (S/N)?"
          ACCEPT WS-CONFIRM
          IF Confirmed THEN
             PERFORM RecheckBatchWindow
          END-IF
          IF Confirmed THEN
             MOVE SPACES TO WS-COMMAND
             STRING "./Practica2-3Sesion6 " DELIMITED BY SIZE
          ELSE
             DISPLAY "TRANSFERENCIA CANCELADA"
          END-IF.
       CaptureCambioProducto.
      *   EL CAMBIO QUEDA PROGRAMADO Y LO APLICA EL PROCESO NOCTURNO
      *   DE SU FECHA EFECTIVA CON SU LINEA DE AUDITORIA.
          DISPLAY "--- CAMBIO DE PRODUCTO ---"
          PERFORM AskDni
          PERFORM AskCuenta
          MOVE "N" TO WS-FIELD-OK-SW
          PERFORM UNTIL WS-FIELD-OK
             DISPLAY "NUEVO PRODUCTO (4):"
             MOVE SPACES TO WS-IN-PRODUCTO
             ACCEPT WS-IN-PRODUCTO
             IF WS-IN-PRODUCTO IS NOT EQUAL TO SPACES THEN
                SET WS-FIELD-OK TO TRUE
             ELSE
                DISPLAY "ERROR: INDIQUE EL CODIGO DE PRODUCTO"
             END-IF
          END-PERFORM
          MOVE "N" TO WS-FIELD-OK-SW
          PERFORM UNTIL WS-FIELD-OK
             DISPLAY "FECHA EFECTIVA (YYYYMMDD, VACIO = HOY):"
             MOVE SPACES TO WS-IN-VIGENCIA
             ACCEPT WS-IN-VIGENCIA
             IF WS-IN-VIGENCIA IS EQUAL TO SPACES
                   OR WS-IN-VIGENCIA IS NUMERIC THEN
                SET WS-FIELD-OK TO TRUE
             ELSE
                DISPLAY "ERROR: FORMATO YYYYMMDD"
             END-IF
          END-PERFORM
          DISPLAY "CAMBIO: " WS-IN-DNI SPACE WS-IN-CUENTA
             " AL PRODUCTO " WS-IN-PRODUCTO
          DISPLAY "CONFIRMA (S/N)?"
          ACCEPT WS-CONFIRM
          IF Confirmed THEN
             PERFORM RecheckBatchWindow
          END-IF
          IF Confirmed THEN
             MOVE SPACES TO WS-COMMAND
             STRING "./Practica2Productos " DELIMITED BY SIZE
                    QUOTE           DELIMITED BY SIZE
                    "C "            DELIMITED BY SIZE
                    WS-IN-DNI       DELIMITED BY SIZE
                    " "             DELIMITED BY SIZE
                    WS-IN-CUENTA    DELIMITED BY SIZE
                    " "             DELIMITED BY SIZE
                    WS-IN-PRODUCTO  DELIMITED BY SIZE
                    " "             DELIMITED BY SIZE
                    WS-IN-VIGENCIA  DELIMITED BY SIZE
                    " "             DELIMITED BY SIZE
                    SL-USER         DELIMITED BY SIZE
                    QUOTE           DELIMITED BY SIZE
                INTO WS-COMMAND
             PERFORM RunCommand
          ELSE
             DISPLAY "CAMBIO DE PRODUCTO CANCELADO"
          END-IF.
       CaptureDesbloqueo.
      *   SOLO LIBERA USUARIOS BLOQUEADOS POR LA AUDITORIA DE
      *   OPERADORES, SOLO LO HACE UN SUPERVISOR Y NADIE SE DESBLOQUEA
      *   A SI MISMO.
          IF NOT PerfilSupervisor THEN
             DISPLAY "OPCION RESERVADA AL PERFIL SUPERVISOR"
             MOVE "DENEGADA" TO SL-ACCION
             MOVE WS-OPTION TO SL-DETALLE
             PERFORM WriteSessionLog
          ELSE
             DISPLAY "--- DESBLOQUEO DE USUARIO ---"
             DISPLAY "USUARIO A DESBLOQUEAR:"
             MOVE SPACES TO WS-IN-USUARIO
             ACCEPT WS-IN-USUARIO
             IF WS-IN-USUARIO IS EQUAL TO SPACES
                   OR WS-IN-USUARIO IS EQUAL TO SL-USER THEN
                DISPLAY "ERROR: INDIQUE UN USUARIO DISTINTO AL SUYO"
             ELSE
                PERFORM UnlockOperator
             END-IF
          END-IF.
       UnlockOperator.
          MOVE WS-OPER-LINE TO WS-SESSION-OPER
          PERFORM LoadOperatorTable
          MOVE "N" TO WS-UNLOCK-SW
          PERFORM VARYING OperIdx FROM 1 BY 1
             UNTIL OperIdx > OperCount OR WS-UNLOCK-FOUND
             MOVE OT-LINE(OperIdx) TO WS-OPER-LINE
             IF OPR-USER IS EQUAL TO WS-IN-USUARIO
                   AND OperatorLocked THEN
                SET WS-UNLOCK-FOUND TO TRUE
                SET OperatorActive TO TRUE
                MOVE WS-OPER-LINE TO OT-LINE(OperIdx)
             END-IF
          END-PERFORM
          MOVE WS-SESSION-OPER TO WS-OPER-LINE
          IF WS-UNLOCK-FOUND THEN
             PERFORM RecheckBatchWindow
          END-IF
          EVALUATE TRUE
             WHEN NOT WS-UNLOCK-FOUND
                DISPLAY "ERROR: " WS-IN-USUARIO " NO EXISTE O NO "
                   "ESTA BLOQUEADO"
             WHEN VentanaAbierta
                CONTINUE
             WHEN OTHER
                OPEN OUTPUT OperatorFile
                PERFORM VARYING OperIdx FROM 1 BY 1
                   UNTIL OperIdx > OperCount
                   WRITE OperatorBuffer FROM OT-LINE(OperIdx)
                END-PERFORM
                CLOSE OperatorFile
                MOVE "DESBLOQUEO" TO SL-ACCION
                MOVE WS-IN-USUARIO TO SL-DETALLE
                PERFORM WriteSessionLog
                DISPLAY "USUARIO " WS-IN-USUARIO " DESBLOQUEADO"
          END-EVALUATE.
       CaptureLiberaVentana.
      *   UNA VENTANA QUE QUEDO ABIERTA POR UN PASO CAIDO SOLO LA
      *   LIBERA UN SUPERVISOR, Y QUEDA A SU NOMBRE EN LA VENTANA Y EN
      *   SESIONLOG.DAT.
          IF NOT PerfilSupervisor THEN
             DISPLAY "OPCION RESERVADA AL PERFIL SUPERVISOR"
             MOVE "DENEGADA" TO SL-ACCION
             MOVE WS-OPTION TO SL-DETALLE
             PERFORM WriteSessionLog
          ELSE
             PERFORM ReadBatchWindow
             IF NOT VentanaAbierta THEN
                DISPLAY "LA VENTANA BATCH NO ESTA ABIERTA"
             ELSE
                DISPLAY "--- LIBERAR VENTANA BATCH ---"
                DISPLAY "ABIERTA POR EL PASO " VB-STEP " DESDE "
                   VB-DATE " " VB-HORA
                DISPLAY "VERIFIQUE QUE EL PASO NO SIGA CORRIENDO "
                   "(PROCCTRL.DAT) ANTES DE LIBERARLA"
                DISPLAY "CONFIRMA (S/N)?"
                ACCEPT WS-CONFIRM
                IF Confirmed THEN
                   MOVE SPACES TO SL-DETALLE
                   MOVE VB-STEP TO SL-DETALLE
                   SET VentanaCerrada TO TRUE
                   MOVE SL-USER TO VB-USER
                   ACCEPT VB-HORA FROM TIME
                   OPEN OUTPUT BatchWindowFile
                   WRITE BatchWindowBuffer FROM WS-VENTANA-LINE
                   CLOSE BatchWindowFile
                   MOVE "VENTANALIB" TO SL-ACCION
                   PERFORM WriteSessionLog
                   DISPLAY "VENTANA BATCH LIBERADA"
                ELSE
                   DISPLAY "LIBERACION CANCELADA"
                END-IF
             END-IF
          END-IF.
       RecheckBatchWindow.
      *   LA CAPTURA DE DATOS TOMA SU TIEMPO: JUSTO ANTES DE APLICAR,
      *   ENCOLAR O REESCRIBIR SE RELEE LA VENTANA, Y SI UN PASO LA
      *   ABRIO MIENTRAS TANTO EL CAMBIO SE RECHAZA COMO AL ELEGIR LA
      *   OPCION.
          PERFORM ReadBatchWindow
          IF VentanaAbierta THEN
             PERFORM RefuseBatchWindow
             MOVE "N" TO WS-CONFIRM
          END-IF.
       RefuseBatchWindow.
          DISPLAY "OPCION NO DISPONIBLE: EL PASO " VB-STEP
             " ESTA POSTEANDO - SOLO SE PERMITEN CONSULTAS"
          MOVE "VENTANABAT" TO SL-ACCION
          MOVE SPACES TO SL-DETALLE
          STRING WS-OPTION DELIMITED BY SIZE
                 " "       DELIMITED BY SIZE
                 VB-STEP   DELIMITED BY SIZE
             INTO SL-DETALLE
          PERFORM WriteSessionLog.
       ReadBatchWindow.
          MOVE SPACES TO WS-VENTANA-LINE
          OPEN INPUT BatchWindowFile
          IF BatchWindowFileOK THEN
             READ BatchWindowFile INTO WS-VENTANA-LINE
                AT END MOVE SPACES TO WS-VENTANA-LINE
             END-READ
             CLOSE BatchWindowFile
          END-IF.
       LoadOperatorTable.
          MOVE ZERO TO OperCount
          OPEN INPUT OperatorFile
          IF OperatorFileOK THEN
             READ OperatorFile
                AT END SET EOFOperatorFile TO TRUE
             END-READ
             PERFORM UNTIL EOFOperatorFile OR OperCount >= 200
                ADD 1 TO OperCount
                MOVE OperatorBuffer TO OT-LINE(OperCount)
                READ OperatorFile
                   AT END SET EOFOperatorFile TO TRUE
                END-READ
             END-PERFORM
             IF NOT EOFOperatorFile THEN
                DISPLAY "ERROR: OPERADORES.DAT EXCEDE 200 USUARIOS - "
                   "NO SE REESCRIBE"
                MOVE ZERO TO OperCount
             END-IF
             CLOSE OperatorFile
          END-IF.
       RunCommand.
          DISPLAY "EJECUTANDO: " WS-COMMAND
          CALL "SYSTEM" USING WS-COMMAND

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Practica2Cliente360.
      * CONSULTA INTEGRAL DEL CLIENTE: CON UN DNI MUESTRA EN UNA SOLA
      * PANTALLA TODA LA RELACION CON EL BANCO - DATOS DE clientes,
      * CADA CUENTA (PROPIA O COMO COTITULAR/APODERADO SEGUN
      * COTITULARES.DAT) CON SU SALDO CONTABLE Y DISPONIBLE, LAS
      * TARJETAS DE tarjetas CON SU ESTADO, LAS RETENCIONES
      * (RETENCION.DAT) Y EMBARGOS ACTIVOS (EMBARGOS.DAT), LAS ORDENES
      * PROGRAMADAS ACTIVAS (ORDENESPROG.DAT), LOS AJUSTES QUE ESPERAN
      * LA DOBLE FIRMA (CUENTAMANTPEND.DAT), LAS PARTIDAS EN LA COLA DE
      * CUARENTENA (POSTPEND.DAT) Y LOS ULTIMOS MOVIMIENTOS DE CADA
      * CUENTA. EL DISPONIBLE SE CALCULA COMO EN Practica2-2Sesion6:
      * SALDO MENOS RETENCIONES Y MENOS EMBARGO PENDIENTE.
      * SE INVOCA DESDE Practica2Menu (OPCION C), QUE REGISTRA CADA
      * CONSULTA EN SESIONLOG.DAT CON EL OPERADOR:
      *   C  DNI OPERADOR
      * ES SOLO LECTURA: NO ACTUALIZA NINGUNA TABLA NI ARCHIVO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT HolderFile ASSIGN TO "COTITULARES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COTIT-STATUS.
          SELECT HoldsFile ASSIGN TO "RETENCION.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RETEN-STATUS.
          SELECT GarnishFile ASSIGN TO "EMBARGOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EMBARGO-STATUS.
          SELECT OrdersFile ASSIGN TO "ORDENESPROG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ORDERS-STATUS.
          SELECT AdjustFile ASSIGN TO "CUENTAMANTPEND.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ADJUST-STATUS.
          SELECT PendingFile ASSIGN TO "POSTPEND.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PEND-STATUS.
          SELECT DbProfileFile ASSIGN TO "DBPROFILE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DBPROFILE-STATUS.
          SELECT ExceptionLogFile ASSIGN TO "EXCEPTION.LOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXLOG-STATUS.
          SELECT ProcessDateFile ASSIGN TO "FECHAPROC.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FECHAPROC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HolderFile.
       01 HolderBuffer        PIC X(50)   VALUES SPACES.
          88 EOFHolderFile    VALUES      HIGH-VALUES.
       FD HoldsFile.
       01 HoldsBuffer         PIC X(50)   VALUES SPACES.
          88 EOFHoldsFile     VALUES      HIGH-VALUES.
       FD GarnishFile.
       01 GarnishBuffer       PIC X(60)   VALUES SPACES.
          88 EOFGarnishFile   VALUES      HIGH-VALUES.
       FD OrdersFile.
       01 OrdersBuffer        PIC X(80)   VALUES SPACES.
          88 EOFOrdersFile    VALUES      HIGH-VALUES.
       FD AdjustFile.
       01 AdjustBuffer        PIC X(60)   VALUES SPACES.
          88 EOFAdjustFile    VALUES      HIGH-VALUES.
       FD PendingFile.
       01 PendingBuffer       PIC X(110)  VALUES SPACES.
          88 EOFPendingFile   VALUES      HIGH-VALUES.
       FD DbProfileFile.
       01 DbProfileBuffer     PIC X(100)  VALUES SPACES.
          88 EOFDbProfile     VALUES      HIGH-VALUES.
       FD ExceptionLogFile.
       01 ExceptionLogRecord  PIC X(100)  VALUES SPACES.
       FD ProcessDateFile.
       01 ProcessDateBuffer   PIC X(8)    VALUES SPACES.
       WORKING-STORAGE SECTION.
       COPY "DbProfileFields".
       COPY "ExceptionLogFields".
       COPY "ProcessDateFields".
       COPY "JointHolderFields".
       COPY "HoldFields".
       COPY "GarnishFields".
       COPY "MaskCardFields".
       01 WS-RUN-DATE         PIC 9(8)    VALUE ZERO.
       01 WS-ORDERS-STATUS    PIC X(2)    VALUE SPACE.
          88 OrdersFileOK     VALUE "00".
       01 WS-ADJUST-STATUS    PIC X(2)    VALUE SPACE.
          88 AdjustFileOK     VALUE "00".
       01 WS-PEND-STATUS      PIC X(2)    VALUE SPACE.
          88 PendingFileOK    VALUE "00".
       01 WS-CMDLINE          PIC X(80)   VALUE SPACES.
       01 WS-CMDLINE-FIELDS REDEFINES WS-CMDLINE.
          05 WS-MODE          PIC X(1).
             88 InquiryMode   VALUE "C".
          05 FILLER           PIC X.
          05 WS-CMDDATA       PIC X(78).
       01 WS-ARG-LINE.
          05 AR-DNI           PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 AR-OPERADOR      PIC X(8)    VALUE SPACES.
      * MISMO TRAZADO QUE WS-ORDER-LINE EN Practica2Ordenes.
       01 WS-ORDER-LINE.
          05 OP-SDOC          PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 OP-SCUENTA       PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 OP-TDOC          PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 OP-TCUENTA       PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 OP-MONTO         PIC 9(9)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 OP-FRECUENCIA    PIC X(1)    VALUE SPACE.
             88 FrecDiaria    VALUE "D".
             88 FrecSemanal   VALUE "S".
             88 FrecMensual   VALUE "M".
          05 FILLER           PIC X       VALUE SPACE.
          05 OP-PROXIMA       PIC 9(8)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 OP-ESTADO        PIC X(1)    VALUE SPACE.
             88 OrdenActiva   VALUE "A".
             88 OrdenSuspendida VALUE "S".
      * MISMO TRAZADO QUE WS-PEND-LINE EN Practica2Menu.
       01 WS-ADJUST-LINE.
          05 MP-DOC           PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 MP-CUENTA        PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 MP-DELTA         PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 MP-OPERATOR      PIC X(8)    VALUE SPACES.
      * MISMO TRAZADO QUE WS-PEND-LINE EN Practica2Posteo.
       01 WS-PEND-LINE.
          05 PND-DNI          PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 PND-CUENTA       PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 PND-MONTO        PIC 9(7).9(2) VALUE ZEROS.
          05 FILLER           PIC X       VALUE SPACE.
          05 PND-TIPO         PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 PND-FECHA        PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 PND-MOTIVO       PIC X(20)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 PND-REF          PIC X(16)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 PND-INTENTOS     PIC 9(2)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 PND-ORIGEN       PIC 9(8)    VALUE ZERO.
      * CUENTAS DE LA RELACION: LAS PROPIAS (docclien = DNI) Y AQUELLAS
      * EN LAS QUE EL DNI FIGURA COMO COTITULAR O APODERADO. LAS
      * RETENCIONES Y EMBARGOS SE REGISTRAN CON EL DNI DEL TITULAR, POR
      * ESO CADA CUENTA GUARDA SU TITULAR.
       01 AccountTable.
          05 AccountCount     PIC 9(3)    VALUE ZERO.
          05 AccountEntry OCCURS 100 TIMES.
             10 AT-DOC        PIC X(8)    VALUE SPACES.
             10 AT-CUENTA     PIC X(10)   VALUE SPACES.
             10 AT-ROL        PIC X(1)    VALUE SPACE.
             10 AT-ESTADO     PIC X(1)    VALUE SPACE.
             10 AT-SALDO      PIC S9(10)  VALUE ZERO.
             10 AT-MONEDA     PIC X(3)    VALUE SPACES.
             10 AT-PRODUCTO   PIC X(4)    VALUE SPACES.
             10 AT-RETENIDO   PIC 9(11)   VALUE ZERO.
             10 AT-EMBARGADO  PIC 9(11)   VALUE ZERO.
       01 AccountIdx          PIC 9(3)    VALUE ZERO.
       01 WS-ACCOUNT-FOUND-SW PIC X(1)    VALUE "N".
          88 WS-ACCOUNT-FOUND VALUE "Y".
       01 WS-CLIENT-FOUND-SW  PIC X(1)    VALUE "N".
          88 WS-CLIENT-FOUND  VALUE "Y".
       01 WS-ESTADO-DESC      PIC X(20)   VALUE SPACES.
       01 WS-ROL              PIC X(1)    VALUE SPACE.
       01 WS-ROL-DESC         PIC X(10)   VALUE SPACES.
       01 WS-DISPONIBLE       PIC S9(11)  VALUE ZERO.
       01 WS-SECTION-COUNT    PIC 9(5)    VALUE ZERO.
       01 WS-SENTIDO          PIC X(8)    VALUE SPACES.
       01 WS-MOV-COUNT        PIC 9(2)    VALUE ZERO.
       01 WS-MOV-LIMIT        PIC 9(2)    VALUE 5.
       01 D-SALDO             PIC -(9)9   VALUE ZERO.
       01 D-DISPONIBLE        PIC -(9)9   VALUE ZERO.
       01 D-MONTO             PIC Z(9)9   VALUE ZERO.
       01 D-MONTOMOV          PIC Z(8)9.99 VALUE ZERO.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME           PIC X(30)      VALUE SPACE.
       01 USERNAME         PIC X(64)      VALUE SPACE.
       01 PASSWD           PIC X(10)      VALUE SPACE.
       01 Q-DNI            PIC X(8)       VALUE SPACE.
       01 Q-DOC            PIC X(8)       VALUE SPACE.
       01 Q-CUENTA         PIC X(10)      VALUE SPACE.
       01 Q-ESTADO         PIC X(1)       VALUE SPACE.
       01 Q-SALDO          PIC S9(10)     VALUE ZERO.
       01 Q-MONEDA         PIC X(3)       VALUE SPACE.
       01 Q-PRODUCTO       PIC X(4)       VALUE SPACE.
       01 CL-NOMBRE        PIC X(30)      VALUE SPACE.
       01 CL-DIRECCION     PIC X(30)      VALUE SPACE.
       01 CL-CONTACTO      PIC X(15)      VALUE SPACE.
       01 CL-ESTADO        PIC X(1)       VALUE SPACE.
          88 ClientActive        VALUE "A".
          88 ClientClosed        VALUE "C".
          88 ClientPendingReview VALUE "R".
          88 ClientDeceased      VALUE "F".
       01 TA-CARD          PIC X(16)      VALUE SPACE.
       01 TA-CUENTA        PIC X(10)      VALUE SPACE.
       01 TA-ESTADO        PIC X(1)       VALUE SPACE.
          88 TarjetaActiva    VALUE "A".
          88 TarjetaCancelada VALUE "C".
          88 TarjetaPerdida   VALUE "P".
          88 TarjetaRobada    VALUE "R".
          88 TarjetaRetenida  VALUE "T".
       01 M-FECMOV         PIC X(10)      VALUE SPACE.
       01 M-MONTOMOV       PIC 9(9)V99    VALUE ZERO.
       01 M-TIPOMOV        PIC X(10)      VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "*** CONSULTA INTEGRAL DEL CLIENTE ***"
          PERFORM LoadProcessDate
          ACCEPT WS-CMDLINE FROM COMMAND-LINE
          MOVE WS-CMDDATA TO WS-ARG-LINE
          IF NOT InquiryMode OR AR-DNI IS NOT NUMERIC THEN
             DISPLAY "USO: Practica2Cliente360 C DNI OPERADOR"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE AR-DNI TO Q-DNI
          PERFORM LoadDbProfile
          MOVE SPACE TO PASSWD
          PERFORM ConnectionSQL
          PERFORM LoadPanMode
          DISPLAY "========================================="
          DISPLAY "DNI: " Q-DNI "   OPERADOR: " AR-OPERADOR
             "   FECHA: " WS-RUN-DATE
          DISPLAY "========================================="
          PERFORM ShowClient
          PERFORM LoadOwnAccounts
          PERFORM LoadJointAccounts
          IF NOT WS-CLIENT-FOUND AND AccountCount IS EQUAL TO ZERO
             THEN
             DISPLAY "EL DNI NO TIENE RELACION CON EL BANCO"
             MOVE 1 TO RETURN-CODE
          ELSE
             PERFORM AccumulateHolds
             PERFORM AccumulateGarnish
             PERFORM ShowAccounts
             PERFORM ShowCards
             PERFORM ShowHolds
             PERFORM ShowGarnish
             PERFORM ShowOrders
             PERFORM ShowPendingAdjust
             PERFORM ShowQuarantine
             PERFORM ShowMovements
          END-IF
          DISPLAY "========================================="
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
                MOVE "Practica2Cliente360" TO EXLOG-PROGRAM
                MOVE "PANACCESS" TO EXLOG-CODETYPE
                MOVE WS-PAN-USER TO EXLOG-CODEVALUE
                MOVE WS-PAN-REASON TO EXLOG-KEYVALUE
                PERFORM LogException
             END-IF
          END-IF.
       ShowClient.
          DISPLAY "--- CLIENTE ---"
          MOVE "N" TO WS-CLIENT-FOUND-SW
          EXEC SQL
             SELECT nomclien, COALESCE(dirclien, ' '),
                COALESCE(contclien, ' '), estclien
             INTO :CL-NOMBRE, :CL-DIRECCION, :CL-CONTACTO, :CL-ESTADO
             FROM clientes
             WHERE dniclien=:Q-DNI
          END-EXEC
          EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO ZERO
                SET WS-CLIENT-FOUND TO TRUE
             WHEN SQLCODE IS EQUAL TO 100
                CONTINUE
             WHEN OTHER
                MOVE SPACES TO Q-CUENTA
                PERFORM HandlingErrors
          END-EVALUATE
          IF NOT WS-CLIENT-FOUND THEN
             DISPLAY "  (NO REGISTRADO EN LA TABLA CLIENTES)"
          ELSE
             EVALUATE TRUE
                WHEN ClientActive
                   MOVE "ACTIVO" TO WS-ESTADO-DESC
                WHEN ClientClosed
                   MOVE "CERRADO" TO WS-ESTADO-DESC
                WHEN ClientPendingReview
                   MOVE "EN REVISION (LISTAS)" TO WS-ESTADO-DESC
                WHEN ClientDeceased
                   MOVE "FALLECIDO (SUCESION)" TO WS-ESTADO-DESC
                WHEN OTHER
                   MOVE "DESCONOCIDO" TO WS-ESTADO-DESC
             END-EVALUATE
             DISPLAY "  NOMBRE   : " CL-NOMBRE
             DISPLAY "  DIRECCION: " CL-DIRECCION
             DISPLAY "  CONTACTO : " CL-CONTACTO
             DISPLAY "  ESTADO   : " CL-ESTADO " (" WS-ESTADO-DESC ")"
          END-IF.
       LoadOwnAccounts.
          MOVE ZERO TO AccountCount
          EXEC SQL
             DECLARE C1 CURSOR FOR
             SELECT codcuent, estcuent, saldoact,
                COALESCE(moncuent, 'PEN'), COALESCE(codprod, ' ')
             FROM cuenta
             WHERE docclien=:Q-DNI
             ORDER BY codcuent
          END-EXEC
          EXEC SQL
             OPEN C1
          END-EXEC
          EXEC SQL
             FETCH C1 INTO :Q-CUENTA, :Q-ESTADO, :Q-SALDO,
                :Q-MONEDA, :Q-PRODUCTO
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
                OR AccountCount >= 100
             MOVE Q-DNI TO Q-DOC
             MOVE "T" TO WS-ROL
             PERFORM AddAccount
             EXEC SQL
                FETCH C1 INTO :Q-CUENTA, :Q-ESTADO, :Q-SALDO,
                   :Q-MONEDA, :Q-PRODUCTO
             END-EXEC
          END-PERFORM
          EXEC SQL
             CLOSE C1
          END-EXEC.
       LoadJointAccounts.
      *   LAS CUENTAS DE OTRO TITULAR EN LAS QUE EL DNI FIRMA.
          OPEN INPUT HolderFile
          IF HolderFileOK THEN
             READ HolderFile INTO WS-COTIT-LINE
                AT END SET EOFHolderFile TO TRUE
             END-READ
             PERFORM UNTIL EOFHolderFile
                IF CTT-DNI IS EQUAL TO Q-DNI
                      AND CTT-TITULAR IS NOT EQUAL TO Q-DNI
                      AND AccountCount < 100 THEN
                   PERFORM LoadOneJointAccount
                END-IF
                READ HolderFile INTO WS-COTIT-LINE
                   AT END SET EOFHolderFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE HolderFile
          END-IF.
       LoadOneJointAccount.
          MOVE CTT-TITULAR TO Q-DOC
          MOVE CTT-CUENTA  TO Q-CUENTA
          EXEC SQL
             SELECT estcuent, saldoact,
                COALESCE(moncuent, 'PEN'), COALESCE(codprod, ' ')
             INTO :Q-ESTADO, :Q-SALDO, :Q-MONEDA, :Q-PRODUCTO
             FROM cuenta
             WHERE docclien=:Q-DOC AND codcuent=:Q-CUENTA
          END-EXEC
          IF SQLCODE IS EQUAL TO ZERO THEN
             MOVE CTT-ROL TO WS-ROL
             PERFORM AddAccount
          ELSE
             PERFORM HandlingErrors
          END-IF.
       AddAccount.
          ADD 1 TO AccountCount
          MOVE Q-DOC      TO AT-DOC(AccountCount)
          MOVE Q-CUENTA   TO AT-CUENTA(AccountCount)
          MOVE WS-ROL     TO AT-ROL(AccountCount)
          MOVE Q-ESTADO   TO AT-ESTADO(AccountCount)
          MOVE Q-SALDO    TO AT-SALDO(AccountCount)
          MOVE Q-MONEDA   TO AT-MONEDA(AccountCount)
          MOVE Q-PRODUCTO TO AT-PRODUCTO(AccountCount)
          MOVE ZERO       TO AT-RETENIDO(AccountCount)
          MOVE ZERO       TO AT-EMBARGADO(AccountCount).
       FindAccount.
      *   UBICA Q-DOC/Q-CUENTA EN LA TABLA DE CUENTAS DE LA RELACION.
          MOVE "N" TO WS-ACCOUNT-FOUND-SW
          PERFORM VARYING AccountIdx FROM 1 BY 1
             UNTIL AccountIdx > AccountCount
             IF AT-DOC(AccountIdx) IS EQUAL TO Q-DOC
                   AND AT-CUENTA(AccountIdx) IS EQUAL TO Q-CUENTA THEN
                SET WS-ACCOUNT-FOUND TO TRUE
                EXIT PERFORM
             END-IF
          END-PERFORM.
       FindAccountByCode.
      *   LOS ARCHIVOS QUE NO TRAEN EL TITULAR SE UBICAN SOLO POR LA
      *   CUENTA (EL CODIGO ES UNICO EN cuenta).
          MOVE "N" TO WS-ACCOUNT-FOUND-SW
          PERFORM VARYING AccountIdx FROM 1 BY 1
             UNTIL AccountIdx > AccountCount
             IF AT-CUENTA(AccountIdx) IS EQUAL TO Q-CUENTA THEN
                SET WS-ACCOUNT-FOUND TO TRUE
                EXIT PERFORM
             END-IF
          END-PERFORM.
       AccumulateHolds.
          OPEN INPUT HoldsFile
          IF HoldsFileOK THEN
             READ HoldsFile INTO WS-RETEN-LINE
                AT END SET EOFHoldsFile TO TRUE
             END-READ
             PERFORM UNTIL EOFHoldsFile
                MOVE RT-DNI    TO Q-DOC
                MOVE RT-CUENTA TO Q-CUENTA
                PERFORM FindAccount
                IF WS-ACCOUNT-FOUND THEN
                   ADD RT-MONTO TO AT-RETENIDO(AccountIdx)
                END-IF
                READ HoldsFile INTO WS-RETEN-LINE
                   AT END SET EOFHoldsFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE HoldsFile
          END-IF.
       AccumulateGarnish.
          OPEN INPUT GarnishFile
          IF GarnishFileOK THEN
             READ GarnishFile INTO WS-EMBARGO-LINE
                AT END SET EOFGarnishFile TO TRUE
             END-READ
             PERFORM UNTIL EOFGarnishFile
                MOVE EM-DNI    TO Q-DOC
                MOVE EM-CUENTA TO Q-CUENTA
                PERFORM FindAccount
                IF WS-ACCOUNT-FOUND AND EmbargoActivo THEN
                   COMPUTE AT-EMBARGADO(AccountIdx) =
                      AT-EMBARGADO(AccountIdx) + EM-ORDENADO
                      - EM-RETENIDO
                END-IF
                READ GarnishFile INTO WS-EMBARGO-LINE
                   AT END SET EOFGarnishFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE GarnishFile
          END-IF.
       ShowAccounts.
          DISPLAY "--- CUENTAS ---"
          IF AccountCount IS EQUAL TO ZERO THEN
             DISPLAY "  (SIN CUENTAS)"
          END-IF
          PERFORM VARYING AccountIdx FROM 1 BY 1
             UNTIL AccountIdx > AccountCount
             PERFORM ShowOneAccount
          END-PERFORM.
       ShowOneAccount.
          EVALUATE AT-ESTADO(AccountIdx)
             WHEN "A"
                MOVE "ACTIVA"             TO WS-ESTADO-DESC
             WHEN "C"
                MOVE "CERRADA"            TO WS-ESTADO-DESC
             WHEN "S"
                MOVE "SUSPENDIDA"         TO WS-ESTADO-DESC
             WHEN "J"
                MOVE "RETENCION JUDICIAL" TO WS-ESTADO-DESC
             WHEN OTHER
                MOVE "DESCONOCIDO"        TO WS-ESTADO-DESC
          END-EVALUATE
          EVALUATE AT-ROL(AccountIdx)
             WHEN "T"
                MOVE "TITULAR"    TO WS-ROL-DESC
             WHEN "C"
                MOVE "COTITULAR"  TO WS-ROL-DESC
             WHEN "A"
                MOVE "APODERADO"  TO WS-ROL-DESC
             WHEN OTHER
                MOVE SPACES       TO WS-ROL-DESC
          END-EVALUATE
          COMPUTE WS-DISPONIBLE = AT-SALDO(AccountIdx)
             - AT-RETENIDO(AccountIdx) - AT-EMBARGADO(AccountIdx)
          MOVE AT-SALDO(AccountIdx) TO D-SALDO
          MOVE WS-DISPONIBLE TO D-DISPONIBLE
          DISPLAY "  CUENTA " AT-CUENTA(AccountIdx) " "
             AT-MONEDA(AccountIdx) " PRODUCTO "
             AT-PRODUCTO(AccountIdx) " " WS-ROL-DESC
          IF AT-ROL(AccountIdx) IS NOT EQUAL TO "T" THEN
             DISPLAY "    TITULAR: " AT-DOC(AccountIdx)
          END-IF
          DISPLAY "    ESTADO: " AT-ESTADO(AccountIdx)
             " (" WS-ESTADO-DESC ")"
          DISPLAY "    SALDO CONTABLE  : " D-SALDO
          IF AT-RETENIDO(AccountIdx) IS GREATER THAN ZERO THEN
             MOVE AT-RETENIDO(AccountIdx) TO D-MONTO
             DISPLAY "    RETENIDO        : " D-MONTO
          END-IF
          IF AT-EMBARGADO(AccountIdx) IS GREATER THAN ZERO THEN
             MOVE AT-EMBARGADO(AccountIdx) TO D-MONTO
             DISPLAY "    EMBARGADO       : " D-MONTO
          END-IF
          DISPLAY "    SALDO DISPONIBLE: " D-DISPONIBLE.
       ShowCards.
          DISPLAY "--- TARJETAS ---"
          MOVE ZERO TO WS-SECTION-COUNT
          EXEC SQL
             DECLARE C2 CURSOR FOR
             SELECT numtarj, codcuent, esttarj
             FROM tarjetas
             WHERE dniclien=:Q-DNI
             ORDER BY numtarj
          END-EXEC
          EXEC SQL
             OPEN C2
          END-EXEC
          EXEC SQL
             FETCH C2 INTO :TA-CARD, :TA-CUENTA, :TA-ESTADO
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             ADD 1 TO WS-SECTION-COUNT
             EVALUATE TRUE
                WHEN TarjetaActiva
                   MOVE "ACTIVA"    TO WS-ESTADO-DESC
                WHEN TarjetaCancelada
                   MOVE "CANCELADA" TO WS-ESTADO-DESC
                WHEN TarjetaPerdida
                   MOVE "PERDIDA"   TO WS-ESTADO-DESC
                WHEN TarjetaRobada
                   MOVE "ROBADA"    TO WS-ESTADO-DESC
                WHEN TarjetaRetenida
                   MOVE "RETENIDA"  TO WS-ESTADO-DESC
                WHEN OTHER
                   MOVE "DESCONOCIDO" TO WS-ESTADO-DESC
             END-EVALUATE
             PERFORM MaskCard
             DISPLAY "  " WS-MASKED-CARD " CUENTA " TA-CUENTA
                " ESTADO " TA-ESTADO " (" WS-ESTADO-DESC ")"
             EXEC SQL
                FETCH C2 INTO :TA-CARD, :TA-CUENTA, :TA-ESTADO
             END-EXEC
          END-PERFORM
          EXEC SQL
             CLOSE C2
          END-EXEC
          IF WS-SECTION-COUNT IS EQUAL TO ZERO THEN
             DISPLAY "  (SIN TARJETAS)"
          END-IF.
       MaskCard.
          IF PanUnmasked THEN
             MOVE TA-CARD TO WS-MASKED-CARD
          ELSE
             CALL "MaskCardNumber"
                USING BY CONTENT TA-CARD
                      BY REFERENCE WS-MASKED-CARD
          END-IF.
       ShowHolds.
          DISPLAY "--- RETENCIONES VIGENTES ---"
          MOVE ZERO TO WS-SECTION-COUNT
          OPEN INPUT HoldsFile
          IF HoldsFileOK THEN
             READ HoldsFile INTO WS-RETEN-LINE
                AT END SET EOFHoldsFile TO TRUE
             END-READ
             PERFORM UNTIL EOFHoldsFile
                MOVE RT-DNI    TO Q-DOC
                MOVE RT-CUENTA TO Q-CUENTA
                PERFORM FindAccount
                IF WS-ACCOUNT-FOUND THEN
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE RT-MONTO TO D-MONTO
                   DISPLAY "  CUENTA " RT-CUENTA " MONTO " D-MONTO
                      " TERMINAL " RT-TERMINAL " VENCE " RT-EXPIRA
                END-IF
                READ HoldsFile INTO WS-RETEN-LINE
                   AT END SET EOFHoldsFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE HoldsFile
          END-IF
          IF WS-SECTION-COUNT IS EQUAL TO ZERO THEN
             DISPLAY "  (SIN RETENCIONES)"
          END-IF.
       ShowGarnish.
          DISPLAY "--- EMBARGOS ACTIVOS ---"
          MOVE ZERO TO WS-SECTION-COUNT
          OPEN INPUT GarnishFile
          IF GarnishFileOK THEN
             READ GarnishFile INTO WS-EMBARGO-LINE
                AT END SET EOFGarnishFile TO TRUE
             END-READ
             PERFORM UNTIL EOFGarnishFile
                MOVE EM-DNI    TO Q-DOC
                MOVE EM-CUENTA TO Q-CUENTA
                PERFORM FindAccount
                IF WS-ACCOUNT-FOUND AND EmbargoActivo THEN
                   ADD 1 TO WS-SECTION-COUNT
                   DISPLAY "  CUENTA " EM-CUENTA " EMBARGO " EM-REF
                      " ORDENADO " EM-ORDENADO " RETENIDO "
                      EM-RETENIDO
                END-IF
                READ GarnishFile INTO WS-EMBARGO-LINE
                   AT END SET EOFGarnishFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE GarnishFile
          END-IF
          IF WS-SECTION-COUNT IS EQUAL TO ZERO THEN
             DISPLAY "  (SIN EMBARGOS)"
          END-IF.
       ShowOrders.
      *   ORDENES ACTIVAS QUE DEBITAN O ACREDITAN CUENTAS DEL CLIENTE.
          DISPLAY "--- ORDENES PROGRAMADAS ACTIVAS ---"
          MOVE ZERO TO WS-SECTION-COUNT
          OPEN INPUT OrdersFile
          IF OrdersFileOK THEN
             READ OrdersFile INTO WS-ORDER-LINE
                AT END SET EOFOrdersFile TO TRUE
             END-READ
             PERFORM UNTIL EOFOrdersFile
                IF OrdenActiva THEN
                   PERFORM ShowOneOrder
                END-IF
                READ OrdersFile INTO WS-ORDER-LINE
                   AT END SET EOFOrdersFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE OrdersFile
          END-IF
          IF WS-SECTION-COUNT IS EQUAL TO ZERO THEN
             DISPLAY "  (SIN ORDENES ACTIVAS)"
          END-IF.
       ShowOneOrder.
          MOVE SPACES TO WS-SENTIDO
          MOVE OP-SDOC    TO Q-DOC
          MOVE OP-SCUENTA TO Q-CUENTA
          PERFORM FindAccount
          IF WS-ACCOUNT-FOUND THEN
             MOVE "DEBITO" TO WS-SENTIDO
          ELSE
             MOVE OP-TDOC    TO Q-DOC
             MOVE OP-TCUENTA TO Q-CUENTA
             PERFORM FindAccount
             IF WS-ACCOUNT-FOUND THEN
                MOVE "CREDITO" TO WS-SENTIDO
             END-IF
          END-IF
          IF WS-SENTIDO IS NOT EQUAL TO SPACES THEN
             ADD 1 TO WS-SECTION-COUNT
             MOVE OP-MONTO TO D-MONTO
             DISPLAY "  " WS-SENTIDO " " OP-SCUENTA " -> " OP-TCUENTA
                " MONTO " D-MONTO " FREC " OP-FRECUENCIA
                " PROXIMA " OP-PROXIMA
          END-IF.
       ShowPendingAdjust.
          DISPLAY "--- AJUSTES PENDIENTES DE APROBACION ---"
          MOVE ZERO TO WS-SECTION-COUNT
          OPEN INPUT AdjustFile
          IF AdjustFileOK THEN
             READ AdjustFile INTO WS-ADJUST-LINE
                AT END SET EOFAdjustFile TO TRUE
             END-READ
             PERFORM UNTIL EOFAdjustFile
                MOVE MP-DOC    TO Q-DOC
                MOVE MP-CUENTA TO Q-CUENTA
                PERFORM FindAccount
                IF WS-ACCOUNT-FOUND THEN
                   ADD 1 TO WS-SECTION-COUNT
                   DISPLAY "  CUENTA " MP-CUENTA " AJUSTE " MP-DELTA
                      " SOLICITADO POR " MP-OPERATOR
                END-IF
                READ AdjustFile INTO WS-ADJUST-LINE
                   AT END SET EOFAdjustFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE AdjustFile
          END-IF
          IF WS-SECTION-COUNT IS EQUAL TO ZERO THEN
             DISPLAY "  (SIN AJUSTES PENDIENTES)"
          END-IF.
       ShowQuarantine.
      *   LAS PARTIDAS SIN DNI (TARJETA NO REGISTRADA) SE UBICAN POR LA
      *   CUENTA CUANDO LA TRAEN.
          DISPLAY "--- PARTIDAS EN CUARENTENA (POSTPEND) ---"
          MOVE ZERO TO WS-SECTION-COUNT
          OPEN INPUT PendingFile
          IF PendingFileOK THEN
             READ PendingFile INTO WS-PEND-LINE
                AT END SET EOFPendingFile TO TRUE
             END-READ
             PERFORM UNTIL EOFPendingFile
                MOVE PND-CUENTA TO Q-CUENTA
                PERFORM FindAccountByCode
                IF WS-ACCOUNT-FOUND
                      OR PND-DNI IS EQUAL TO Q-DNI THEN
                   ADD 1 TO WS-SECTION-COUNT
                   DISPLAY "  " PND-FECHA " CUENTA " PND-CUENTA " "
                      PND-TIPO " " PND-MONTO " MOTIVO " PND-MOTIVO
                      " INTENTOS " PND-INTENTOS
                END-IF
                READ PendingFile INTO WS-PEND-LINE
                   AT END SET EOFPendingFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE PendingFile
          END-IF
          IF WS-SECTION-COUNT IS EQUAL TO ZERO THEN
             DISPLAY "  (SIN PARTIDAS EN CUARENTENA)"
          END-IF.
       ShowMovements.
          DISPLAY "--- ULTIMOS MOVIMIENTOS ---"
          EXEC SQL
             DECLARE C3 CURSOR FOR
             SELECT fecmov, montomov, tipomov
             FROM movcuenta
             WHERE docclien=:Q-DOC AND codcuent=:Q-CUENTA
             ORDER BY fecmov DESC
          END-EXEC
          PERFORM VARYING AccountIdx FROM 1 BY 1
             UNTIL AccountIdx > AccountCount
             PERFORM ShowAccountMovements
          END-PERFORM.
       ShowAccountMovements.
          MOVE AT-DOC(AccountIdx)    TO Q-DOC
          MOVE AT-CUENTA(AccountIdx) TO Q-CUENTA
          DISPLAY "  CUENTA " Q-CUENTA ":"
          MOVE ZERO TO WS-MOV-COUNT
          EXEC SQL
             OPEN C3
          END-EXEC
          EXEC SQL
             FETCH C3 INTO :M-FECMOV, :M-MONTOMOV, :M-TIPOMOV
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
                OR WS-MOV-COUNT IS EQUAL TO WS-MOV-LIMIT
             ADD 1 TO WS-MOV-COUNT
             MOVE M-MONTOMOV TO D-MONTOMOV
             DISPLAY "    " M-FECMOV SPACE D-MONTOMOV SPACE M-TIPOMOV
             EXEC SQL
                FETCH C3 INTO :M-FECMOV, :M-MONTOMOV, :M-TIPOMOV
             END-EXEC
          END-PERFORM
          EXEC SQL
             CLOSE C3
          END-EXEC
          IF WS-MOV-COUNT IS EQUAL TO ZERO THEN
             DISPLAY "    (SIN MOVIMIENTOS REGISTRADOS)"
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
       HandlingErrors.
          DISPLAY "SQLCODE: " SQLCODE
          DISPLAY "SQLERRMC: " SQLERRMC
          MOVE "Practica2Cliente360" TO EXLOG-PROGRAM
          MOVE "SQLCODE"             TO EXLOG-CODETYPE
          MOVE SQLCODE               TO WS-EXLOG-CODE-DISPLAY
          MOVE WS-EXLOG-CODE-DISPLAY TO EXLOG-CODEVALUE
          MOVE SPACES TO EXLOG-KEYVALUE
          STRING Q-DNI DELIMITED BY SIZE
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

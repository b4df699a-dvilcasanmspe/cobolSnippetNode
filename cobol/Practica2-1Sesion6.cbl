          SELECT RejectFile ASSIGN TO "CUENTASRECH.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RECH-STATUS.
          SELECT HolderFile ASSIGN TO "COTITULARES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COTIT-STATUS.
          SELECT NewHolderFile ASSIGN TO "COTITULARESNEW.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-NEWCOTIT-STATUS.
          SELECT CopyHolderFile ASSIGN TO "COTITULARESNEW.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COPYCOTIT-STATUS.
          SELECT ProductFile ASSIGN TO "PRODUCTOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PROD-STATUS.
          SELECT CardIssueFile ASSIGN TO "EMISIONTARJ.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EMISION-STATUS.
          SELECT DbProfileFile ASSIGN TO "DBPROFILE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DBPROFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BatchFile.
       01 BatchFileRecord        PIC X(96)   VALUES SPACES.
          88 EOFBatchFile        VALUES      HIGH-VALUES.
       FD CierreFile.
       01 CierreRecord           PIC X(80)   VALUES SPACES.
       FD NoConfFile.
       01 NoConfRecord           PIC X(40)   VALUES SPACES.
       FD RejectFile.
       01 RejectRecord           PIC X(115)  VALUES SPACES.
          88 EOFRejectFile       VALUES      HIGH-VALUES.
       FD HolderFile.
       01 HolderBuffer           PIC X(50)   VALUES SPACES.
          88 EOFHolderFile       VALUES      HIGH-VALUES.
       FD NewHolderFile.
       01 NewHolderBuffer        PIC X(50)   VALUES SPACES.
       FD CopyHolderFile.
       01 CopyHolderBuffer       PIC X(50)   VALUES SPACES.
          88 EOFCopyHolder       VALUES      HIGH-VALUES.
       FD ProductFile.
       01 ProductBuffer          PIC X(80)   VALUES SPACES.
          88 EOFProductFile      VALUES      HIGH-VALUES.
       FD CardIssueFile.
       01 CardIssueRecord        PIC X(100)  VALUES SPACES.
       FD DbProfileFile.
       01 DbProfileBuffer        PIC X(100)  VALUES SPACES.
          88 EOFDbProfile        VALUES      HIGH-VALUES.
       COPY "ExceptionLogFields".
       COPY "ControlFiguresFields".
       COPY "ProcessDateFields".
       COPY "JointHolderFields".
       COPY "ProductFields".
       COPY "CardIssueFields".
       01 WS-RUN-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-BATCH-STATUS        PIC X(2)    VALUE SPACE.
          88 BatchFileOK         VALUE "00".
          88 RejectFileOK        VALUE "00".
          88 RejectFileNotFound  VALUE "35".
       01 WS-RECH-LINE.
          05 RCH-RECORD          PIC X(95)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 RCH-REASON          PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
       01 RetryTable.
          05 RetryCount          PIC 9(4)    VALUE ZERO.
          05 RetryEntry OCCURS 1000 TIMES.
             10 RT-RECORD        PIC X(95).
             10 RT-ATTEMPT       PIC 9(2).
       01 RetryIdx               PIC 9(4)    VALUE ZERO.
      * CODIGOS DEL CATALOGO DE PRODUCTOS PARA VALIDAR LAS ALTAS.
       01 ProductTable.
          05 ProductCount        PIC 9(3)    VALUE ZERO.
          05 ProductEntry OCCURS 100 TIMES.
             10 PT-CODIGO        PIC X(4).
             10 PT-ESTADO        PIC X(1).
             10 PT-TARJETA       PIC X(1).
       01 ProductIdx             PIC 9(3)    VALUE ZERO.
       01 WS-PRODUCTO-SW         PIC X(1)    VALUE "N".
          88 ProductoVendible    VALUE "Y".
       01 WS-PROD-TARJETA-SW     PIC X(1)    VALUE "N".
          88 WS-PROD-TARJETA     VALUE "Y".
       01 WS-MAX-BALANCE         PIC 9(10)   VALUE 100000000.
       01 WS-BALANCE-SW          PIC X(1)    VALUE "Y".
          88 WS-BALANCE-VALID    VALUE "Y".
             88 StateMode        VALUE "E".
             88 ReprocessMode    VALUE "R".
             88 ScanMode         VALUE "V".
             88 HolderAddMode    VALUE "H".
             88 HolderDropMode   VALUE "Q".
          05 FILLER              PIC X.
          05 WS-CMDDATA          PIC X(100).
       01 WS-CTA-VALIDA          PIC X(1)    VALUE SPACE.
          88 NewStateValid       VALUES "A", "S", "J".
          88 NewStateSuspend     VALUE "S".
          88 NewStateJudicial    VALUE "J".
      * ALTA (H) Y BAJA (Q) DE COTITULARES: TITULAR, CUENTA, DNI
      * ADICIONAL, ROL (C COTITULAR, A APODERADO) Y REGLA DE FIRMA DE
      * LA CUENTA (I INDISTINTA, M CONJUNTA).
       01 WS-HOLDER-REQUEST.
          05 HQ-DOC              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 HQ-CUENTA           PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 HQ-DNI              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 HQ-ROL              PIC X(1)    VALUE SPACE.
             88 HolderRoleValid  VALUES "C", "A".
          05 FILLER              PIC X       VALUE SPACE.
          05 HQ-REGLA            PIC X(1)    VALUE SPACE.
             88 HolderRuleValid  VALUES "I", "M".
       01 WS-NEWCOTIT-STATUS     PIC X(2)    VALUE SPACE.
       01 WS-COPYCOTIT-STATUS    PIC X(2)    VALUE SPACE.
       01 WS-HOLDER-SW           PIC X(1)    VALUE "N".
          88 WS-HOLDER-FOUND     VALUE "Y".
       01 WS-HOLDER-ERROR        PIC X(40)   VALUE SPACES.
       01 WS-CIERRE-STATUS       PIC X(2)    VALUE SPACE.
          88 CierreFileOK        VALUE "00".
       01 WS-CIERRE-LINE.
      *      SUCURSAL (AGENCIA) DUENA DE LA CUENTA; EN BLANCO SE
      *      ASUME LA OFICINA PRINCIPAL 0001.
          05 I-SUCURSAL    PIC X(4).
          05 FILLER        PIC X.
      *      PRODUCTO DEL CATALOGO (PRODUCTOS.DAT) QUE FIJA TASA,
      *      COMISIONES Y LIMITES; EN BLANCO LA CUENTA QUEDA CON LOS
      *      PARAMETROS GENERALES.
          05 I-PRODUCTO    PIC X(4).
       01 WS-EXIST-COUNT   PIC S9(9) COMP VALUE ZERO.
       01 WS-CLIENT-COUNT  PIC S9(9) COMP VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.
          END-IF

          ACCEPT WS-CMDLINE FROM COMMAND-LINE
          PERFORM LoadProductTable

          EVALUATE TRUE
             WHEN BatchMode
             WHEN StateMode
                MOVE WS-CMDDATA TO I-RECORD
                PERFORM ChangeAccountState
             WHEN HolderAddMode
                MOVE WS-CMDDATA TO WS-HOLDER-REQUEST
                PERFORM AddJointHolder
             WHEN HolderDropMode
                MOVE WS-CMDDATA TO WS-HOLDER-REQUEST
                PERFORM RemoveJointHolder
             WHEN OTHER
                MOVE WS-CMDLINE TO I-RECORD
                PERFORM InsertRegister
             I-HDATE SPACE
             I-CDATA SPACE
             I-MONEDA SPACE
             I-SUCURSAL SPACE
             I-PRODUCTO

          IF I-MONEDA IS EQUAL TO SPACES THEN
             MOVE "PEN" TO I-MONEDA
             MOVE "0001" TO I-SUCURSAL
          END-IF
          CALL "ValidaCuenta" USING I-COD WS-CTA-VALIDA
          PERFORM CheckProduct
          EVALUATE TRUE
             WHEN NOT CuentaBienFormada
                DISPLAY "ERROR: NUMERO DE CUENTA MAL FORMADO O "
                DISPLAY "========================================="
                MOVE "MONEDA" TO WS-REASON
                PERFORM QueueReject
             WHEN I-PRODUCTO IS NOT EQUAL TO SPACES
                   AND NOT ProductoVendible
                DISPLAY "ERROR: PRODUCTO " I-PRODUCTO
                   " INEXISTENTE O RETIRADO PARA LA CUENTA "
                   I-DOC SPACE I-COD " - NO SE INSERTA"
                DISPLAY "========================================="
                MOVE "PRODUCTO" TO WS-REASON
                PERFORM QueueReject
             WHEN OTHER
                PERFORM ValidateBalances
                IF WS-BALANCE-INVALID THEN
                   INSERT INTO cuenta
                      (docclien, codcuent, estcuent, saldoact,
                       saldotex, fecapert, cdata, moncuent,
                       sucursal, codprod)
                   VALUES
                   (:I-DOC, :I-COD, :I-STATE, :I-ACTSAL, :I-TEXSAL,
                      :I-HDATE,:I-CDATA,:I-MONEDA,:I-SUCURSAL,
                      :I-PRODUCTO)
                END-EXEC

                IF SQLCODE IS EQUAL TO ZERO THEN
                   PERFORM CommitTxn
                   ADD 1 TO WS-COMMIT-COUNT
                   ADD I-ACTSAL TO WS-INSERT-AMOUNT
                   IF WS-PROD-TARJETA AND AccountActive THEN
                      PERFORM QueueCardIssue
                   END-IF
                   DISPLAY "========================================="
                ELSE
                   PERFORM HandlingErrors
                   PERFORM QueueReject
                END-IF
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
                   MOVE PR-ESTADO TO PT-ESTADO(ProductCount)
                   MOVE PR-TARJETA TO PT-TARJETA(ProductCount)
                END-IF
                READ ProductFile INTO WS-PROD-LINE
                   AT END SET EOFProductFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE ProductFile
          END-IF.
       CheckProduct.
      *   SOLO SE ABREN CUENTAS CON PRODUCTOS VIGENTES; UN PRODUCTO
      *   RETIRADO (ESTADO I) CONSERVA SUS CUENTAS PERO NO SE VENDE.
          MOVE "N" TO WS-PRODUCTO-SW
          MOVE "N" TO WS-PROD-TARJETA-SW
          PERFORM VARYING ProductIdx FROM 1 BY 1
             UNTIL ProductIdx > ProductCount OR ProductoVendible
             IF PT-CODIGO(ProductIdx) IS EQUAL TO I-PRODUCTO
                   AND PT-ESTADO(ProductIdx) IS EQUAL TO "A" THEN
                SET ProductoVendible TO TRUE
                IF PT-TARJETA(ProductIdx) IS EQUAL TO "S" THEN
                   SET WS-PROD-TARJETA TO TRUE
                END-IF
             END-IF
          END-PERFORM.
       QueueCardIssue.
      *   EL PRODUCTO INCLUYE TARJETA: SE ENCOLA LA EMISION PARA EL
      *   PASO NOCTURNO DE EMBOZADO, QUE ASIGNA EL NUMERO. LA ENTREGA
      *   SERA EN LA SUCURSAL DE LA CUENTA.
          MOVE SPACES TO WS-EMISION-LINE
          MOVE WS-RUN-DATE TO EI-FECHA-SOL
          MOVE I-DOC       TO EI-DNI
          MOVE I-COD       TO EI-CUENTA
          SET EmisionNueva TO TRUE
          MOVE I-SUCURSAL  TO EI-SUCURSAL
          MOVE ZERO        TO EI-VENCE
          SET EmisionSolicitada TO TRUE
          MOVE WS-RUN-DATE TO EI-FECHA-EST
          MOVE "APERTURA"  TO EI-OPERADOR
          OPEN EXTEND CardIssueFile
          IF NOT CardIssueFileOK THEN
             CLOSE CardIssueFile
             OPEN OUTPUT CardIssueFile
          END-IF
          WRITE CardIssueRecord FROM WS-EMISION-LINE
          CLOSE CardIssueFile
          DISPLAY "MESSAGE: TARJETA DE DEBITO SOLICITADA PARA LA "
             "CUENTA " I-COD.
       ScanNonConforming.
      *   BARRIDO UNICO DE MIGRACION: LISTA EN CUENTASNOCONF.DAT
      *   TODA CUENTA EXISTENTE CUYO NUMERO NO CUMPLE EL FORMATO
             END-IF
          END-IF
          DISPLAY "=========================================".
       AddJointHolder.
      *   EL COTITULAR DEBE SER CLIENTE ACTIVO Y LA CUENTA DEBE
      *   EXISTIR A NOMBRE DEL TITULAR Y NO ESTAR CERRADA. LA REGLA DE
      *   FIRMA ES DE LA CUENTA: SE REGRABA EN TODAS SUS LINEAS.
          DISPLAY "========================================="
          DISPLAY "===== ALTA DE COTITULAR ===="
          DISPLAY "CUENTA: " HQ-DOC SPACE HQ-CUENTA " COTITULAR: "
             HQ-DNI " ROL: " HQ-ROL " FIRMA: " HQ-REGLA
          MOVE SPACES TO WS-HOLDER-ERROR
          MOVE HQ-DOC    TO I-DOC
          MOVE HQ-CUENTA TO I-COD
          EVALUATE TRUE
             WHEN HQ-DNI IS EQUAL TO SPACES
                MOVE "FALTA EL DNI DEL COTITULAR" TO WS-HOLDER-ERROR
             WHEN HQ-DNI IS EQUAL TO HQ-DOC
                MOVE "EL TITULAR NO PUEDE SER SU COTITULAR"
                   TO WS-HOLDER-ERROR
             WHEN NOT HolderRoleValid
                MOVE "ROL INVALIDO (USE C O A)" TO WS-HOLDER-ERROR
             WHEN NOT HolderRuleValid
                MOVE "REGLA DE FIRMA INVALIDA (USE I O M)"
                   TO WS-HOLDER-ERROR
             WHEN OTHER
                PERFORM CheckHolderAccount
          END-EVALUATE
          IF WS-HOLDER-ERROR IS EQUAL TO SPACES THEN
             MOVE HQ-DNI TO I-DOC
             PERFORM CheckClientExists
             MOVE HQ-DOC TO I-DOC
             IF WS-CLIENT-COUNT IS EQUAL TO ZERO THEN
                MOVE "EL COTITULAR NO ES CLIENTE ACTIVO"
                   TO WS-HOLDER-ERROR
             END-IF
          END-IF
          IF WS-HOLDER-ERROR IS EQUAL TO SPACES THEN
             PERFORM RewriteHolderRegister
             IF WS-HOLDER-FOUND THEN
                DISPLAY "MESSAGE: COTITULAR ACTUALIZADO"
                MOVE "MODIFICA" TO EXLOG-CODEVALUE
             ELSE
                DISPLAY "MESSAGE: COTITULAR REGISTRADO"
                MOVE "ALTA" TO EXLOG-CODEVALUE
             END-IF
             PERFORM LogHolderChange
          ELSE
             DISPLAY "ERROR: " WS-HOLDER-ERROR
             MOVE 1 TO RETURN-CODE
          END-IF
          DISPLAY "=========================================".
       RemoveJointHolder.
          DISPLAY "========================================="
          DISPLAY "===== BAJA DE COTITULAR ===="
          DISPLAY "CUENTA: " HQ-DOC SPACE HQ-CUENTA " COTITULAR: "
             HQ-DNI
          PERFORM RewriteHolderRegister
          IF WS-HOLDER-FOUND THEN
             DISPLAY "MESSAGE: COTITULAR DADO DE BAJA"
             MOVE "BAJA" TO EXLOG-CODEVALUE
             PERFORM LogHolderChange
          ELSE
             DISPLAY "ERROR: EL DNI NO ES COTITULAR DE LA CUENTA"
             MOVE 1 TO RETURN-CODE
          END-IF
          DISPLAY "=========================================".
       CheckHolderAccount.
          EXEC SQL
             SELECT estcuent INTO :I-STATE
             FROM cuenta
             WHERE docclien=:I-DOC AND codcuent=:I-COD
          END-EXEC
          IF SQLCODE IS NOT EQUAL TO ZERO THEN
             MOVE "CUENTA NO ENCONTRADA PARA EL TITULAR"
                TO WS-HOLDER-ERROR
          ELSE
             IF AccountClosed THEN
                MOVE "LA CUENTA ESTA CERRADA" TO WS-HOLDER-ERROR
             END-IF
          END-IF.
       RewriteHolderRegister.
      *   EL REGISTRO SE REESCRIBE COMPLETO EN COTITULARESNEW.DAT Y SE
      *   COPIA DE VUELTA: LA BAJA OMITE LA LINEA, EL ALTA LA AGREGA
      *   AL FINAL (O LA ACTUALIZA SI EL DNI YA ERA COTITULAR).
          MOVE "N" TO WS-HOLDER-SW
          OPEN OUTPUT NewHolderFile
          OPEN INPUT HolderFile
          IF HolderFileOK THEN
             READ HolderFile INTO WS-COTIT-LINE
                AT END SET EOFHolderFile TO TRUE
             END-READ
             PERFORM UNTIL EOFHolderFile
                IF CTT-CUENTA IS EQUAL TO HQ-CUENTA
                      AND CTT-TITULAR IS EQUAL TO HQ-DOC THEN
                   PERFORM RewriteOneHolderLine
                ELSE
                   WRITE NewHolderBuffer FROM WS-COTIT-LINE
                END-IF
                READ HolderFile INTO WS-COTIT-LINE
                   AT END SET EOFHolderFile TO TRUE
                END-READ
             END-PERFORM
          END-IF
          CLOSE HolderFile
          IF HolderAddMode AND NOT WS-HOLDER-FOUND THEN
             MOVE HQ-CUENTA   TO CTT-CUENTA
             MOVE HQ-DOC      TO CTT-TITULAR
             MOVE HQ-DNI      TO CTT-DNI
             MOVE HQ-ROL      TO CTT-ROL
             MOVE HQ-REGLA    TO CTT-REGLA
             MOVE WS-RUN-DATE TO CTT-FECHA
             WRITE NewHolderBuffer FROM WS-COTIT-LINE
          END-IF
          CLOSE NewHolderFile
          OPEN INPUT CopyHolderFile
          OPEN OUTPUT HolderFile
          READ CopyHolderFile
             AT END SET EOFCopyHolder TO TRUE
          END-READ
          PERFORM UNTIL EOFCopyHolder
             WRITE HolderBuffer FROM CopyHolderBuffer
             READ CopyHolderFile
                AT END SET EOFCopyHolder TO TRUE
             END-READ
          END-PERFORM
          CLOSE CopyHolderFile
          CLOSE HolderFile.
       RewriteOneHolderLine.
          IF CTT-DNI IS EQUAL TO HQ-DNI THEN
             SET WS-HOLDER-FOUND TO TRUE
             IF HolderAddMode THEN
                MOVE HQ-ROL   TO CTT-ROL
                MOVE HQ-REGLA TO CTT-REGLA
                WRITE NewHolderBuffer FROM WS-COTIT-LINE
             END-IF
          ELSE
             IF HolderAddMode THEN
                MOVE HQ-REGLA TO CTT-REGLA
             END-IF
             WRITE NewHolderBuffer FROM WS-COTIT-LINE
          END-IF.
       LogHolderChange.
          MOVE "Practica2-1Sesion6" TO EXLOG-PROGRAM
          MOVE "COTITULAR"          TO EXLOG-CODETYPE
          MOVE SPACES TO EXLOG-KEYVALUE
          STRING HQ-DOC    DELIMITED BY SIZE
                 SPACE     DELIMITED BY SIZE
                 HQ-CUENTA DELIMITED BY SIZE
                 SPACE     DELIMITED BY SIZE
                 HQ-DNI    DELIMITED BY SIZE
             INTO EXLOG-KEYVALUE
          PERFORM LogException.
       ArchiveClosedAccount.
          SET AccountClosed TO TRUE
          MOVE I-DOC TO WSC-DOC

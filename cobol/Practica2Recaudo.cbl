       IDENTIFICATION DIVISION.
       PROGRAM-ID. Practica2Recaudo.
      * RECAUDACION DE SERVICIOS (AGUA, LUZ, TELEFONO): CADA ORDEN DE
      * PAGO DE RECPAGOS.DAT (OPCION DEL MENU O CANAL POR LOTE) BUSCA
      * LA DEUDA PENDIENTE EN EL ARCHIVO DE LA EMPRESA
      * (RECDEUDA_<EMPRESA>.DAT) Y LA CARGA A LA CUENTA DEL CLIENTE
      * CON LAS REGLAS DEL DISPONIBLE (CUENTA ACTIVA, SOBREGIRO,
      * EMBARGO PENDIENTE, RETENCIONES E INTANGIBLE CTS; EL CLIENTE EN
      * REVISION POR LISTAS DE CONTROL SE TRATA COMO RETENIDO). LO
      * RECHAZADO VA AL REPORTE RECRECHAZOS_<FECHA>.DAT, NUNCA A LA
      * CUARENTENA DEL POSTEO.
      * AL FINAL SE ARMA UN ARCHIVO DE LIQUIDACION POR EMPRESA
      * (RECLIQ_<EMPRESA>_<FECHA>.DAT) CERRADO CON *TRAILER Y SE
      * ABONA EL TOTAL RECAUDADO A LA CUENTA DE LA EMPRESA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CompanyFile ASSIGN TO "RECEMPRESAS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EMPRESA-STATUS.
          SELECT DebtFile ASSIGN TO WS-DEUDA-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DEUDA-STATUS.
          SELECT PayOrderFile ASSIGN TO "RECPAGOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RECPAGO-STATUS.
          SELECT PaidBillFile ASSIGN TO "RECPAGADOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RECPAGADO-STATUS.
          SELECT SettlementFile ASSIGN TO WS-LIQ-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LIQ-STATUS.
          SELECT RejectFile ASSIGN TO WS-RECHAZO-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RECHAZO-STATUS.
          SELECT HoldsFile ASSIGN TO "RETENCION.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RETEN-STATUS.
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
       FD CompanyFile.
       01 CompanyBuffer          PIC X(60)   VALUES SPACES.
          88 EOFCompanyFile      VALUES      HIGH-VALUES.
       FD DebtFile.
       01 DebtBuffer             PIC X(60)   VALUES SPACES.
          88 EOFDebtFile         VALUES      HIGH-VALUES.
       FD PayOrderFile.
       01 PayOrderBuffer         PIC X(60)   VALUES SPACES.
          88 EOFPayOrderFile     VALUES      HIGH-VALUES.
       FD PaidBillFile.
       01 PaidBillBuffer         PIC X(100)  VALUES SPACES.
          88 EOFPaidBillFile     VALUES      HIGH-VALUES.
       FD SettlementFile.
       01 SettlementRecord       PIC X(80)   VALUES SPACES.
       FD RejectFile.
       01 RejectRecord           PIC X(80)   VALUES SPACES.
       FD HoldsFile.
       01 HoldsBuffer            PIC X(50)   VALUES SPACES.
          88 EOFHoldsFile        VALUES      HIGH-VALUES.
       FD GarnishFile.
       01 GarnishBuffer          PIC X(60)   VALUES SPACES.
          88 EOFGarnishFile      VALUES      HIGH-VALUES.
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
       COPY "OpeclienTrailerFields".
       COPY "HoldFields".
       COPY "GarnishFields".
       COPY "UtilityBillFields".
       01 WS-RUN-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-DEUDA-FILENAME      PIC X(30)   VALUE SPACES.
       01 WS-LIQ-FILENAME        PIC X(40)   VALUE SPACES.
       01 WS-LIQ-STATUS          PIC X(2)    VALUE SPACE.
          88 SettlementFileOK    VALUE "00".
       01 WS-RECHAZO-FILENAME    PIC X(30)   VALUE SPACES.
       01 WS-RECHAZO-STATUS      PIC X(2)    VALUE SPACE.
          88 RejectFileOK        VALUE "00".
       01 WS-ORDER-SEQ           PIC 9(8)    VALUE ZERO.
       01 WS-FAIL-REASON         PIC X(20)   VALUE SPACES.
       01 WS-POST-OK-SW          PIC X(1)    VALUE "N".
          88 WS-POST-OK          VALUE "Y".
       01 WS-COMPANY-SW          PIC X(1)    VALUE "N".
          88 WS-COMPANY-FOUND    VALUE "Y".
       01 WS-DEBT-SW             PIC X(1)    VALUE "N".
          88 WS-DEBT-FOUND       VALUE "Y".
       01 WS-PAID-SW             PIC X(1)    VALUE "N".
          88 WS-BILL-PAID        VALUE "Y".
       01 WS-RERUN-SW            PIC X(1)    VALUE "N".
          88 WS-ALREADY-DONE     VALUE "Y".
      * RETENCIONES Y EMBARGO PENDIENTE DE LA CUENTA QUE PAGA: AMBOS
      * QUEDAN FUERA DEL DISPONIBLE.
       01 WS-HOLD-TOTAL          PIC 9(11)   VALUE ZERO.
       01 WS-GARN-PENDIENTE      PIC 9(10)   VALUE ZERO.
       01 WS-AVAILABLE           PIC S9(11)  VALUE ZERO.
       01 WS-DEBT-CANDIDATE.
          05 DC-DNI              PIC X(8)    VALUE SPACES.
          05 DC-MONTO            PIC 9(9)    VALUE ZERO.
          05 DC-VENCE            PIC 9(8)    VALUE ZERO.
       01 WS-SETTLE-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-SETTLE-TOTAL        PIC 9(10)   VALUE ZERO.
       01 WS-LIQ-DETAIL.
          05 LQ-CODIGO           PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 LQ-DNI              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 LQ-MONTO            PIC 9(9)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 LQ-VENCE            PIC 9(8)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 LQ-REF              PIC X(19)   VALUE SPACES.
       01 WS-REJECT-LINE.
          05 RJ-EMPRESA          PIC X(4)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 RJ-CODIGO           PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 RJ-DNI              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 RJ-CUENTA           PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 RJ-MONTO            PIC Z(8)9.
          05 FILLER              PIC X       VALUE SPACE.
          05 RJ-CANAL            PIC X(1)    VALUE SPACE.
          05 FILLER              PIC X       VALUE SPACE.
          05 RJ-MOTIVO           PIC X(20)   VALUE SPACES.
       01 WS-REJECT-HEADER.
          05 FILLER              PIC X(39)   VALUE
             "PAGOS DE SERVICIOS RECHAZADOS - FECHA: ".
          05 RJH-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-READ-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-PAID-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-REJECT-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-SKIP-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-COMPANY-COUNT       PIC 9(5)    VALUE ZERO.
       01 WS-TOTAL-AMOUNT        PIC 9(11)   VALUE ZERO.
       01 D-MONTO                PIC Z(9)9.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME           PIC X(30)      VALUE SPACE.
       01 USERNAME         PIC X(64)      VALUE SPACE.
       01 PASSWD           PIC X(10)      VALUE SPACE.
       01 R-DOC            PIC X(8)       VALUE SPACE.
       01 R-CUENTA         PIC X(10)      VALUE SPACE.
       01 R-MONTO          PIC 9(10)      VALUE ZERO.
       01 R-FECMOV         PIC X(10)      VALUE SPACE.
       01 R-REF            PIC X(19)      VALUE SPACE.
       01 R-REF-COUNT      PIC S9(9) COMP VALUE ZERO.
       01 R-SALDO          PIC S9(10)     VALUE ZERO.
       01 R-SOBREGIRO      PIC 9(9)       VALUE ZERO.
       01 R-INTANGCTS      PIC 9(10)      VALUE ZERO.
       01 R-SUCURSAL       PIC X(4)       VALUE SPACE.
       01 R-ESTADO         PIC X(1)       VALUE SPACE.
          88 AccountActive VALUE "A".
          88 AccountHeld   VALUES "S", "J", "R".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "*** RECAUDACION DE SERVICIOS ***"
          PERFORM LoadProcessDate
          OPEN INPUT CompanyFile
          IF CompanyFileNotFound THEN
             DISPLAY "LOG: NO HAY RECEMPRESAS.DAT - SIN CONVENIOS"
             STOP RUN
          END-IF
          CLOSE CompanyFile
          PERFORM LoadDbProfile
          MOVE SPACE TO PASSWD
          PERFORM ConnectionSQL
          PERFORM BuildMovementDate
          STRING "RECRECHAZOS_" DELIMITED BY SIZE
                 WS-RUN-DATE    DELIMITED BY SIZE
                 ".DAT"         DELIMITED BY SIZE
             INTO WS-RECHAZO-FILENAME
          OPEN OUTPUT RejectFile
          IF NOT RejectFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR " WS-RECHAZO-FILENAME
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE WS-RUN-DATE TO RJH-DATE
          WRITE RejectRecord FROM WS-REJECT-HEADER
          PERFORM ProcessPayOrders
          CLOSE RejectFile
          PERFORM SettleCompanies
          PERFORM WriteControlFigures
          MOVE WS-TOTAL-AMOUNT TO D-MONTO
          DISPLAY "============================"
          DISPLAY "ORDENES LEIDAS      : " WS-READ-COUNT
          DISPLAY "PAGOS APLICADOS     : " WS-PAID-COUNT
          DISPLAY "PAGOS RECHAZADOS    : " WS-REJECT-COUNT
          DISPLAY "YA PROCESADOS       : " WS-SKIP-COUNT
          DISPLAY "EMPRESAS LIQUIDADAS : " WS-COMPANY-COUNT
          DISPLAY "MONTO RECAUDADO     : " D-MONTO
          DISPLAY "============================"
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
       ProcessPayOrders.
          OPEN INPUT PayOrderFile
          IF NOT PayOrderFileOK THEN
             DISPLAY "LOG: NO HAY RECPAGOS.DAT - SIN ORDENES DE PAGO"
             CLOSE PayOrderFile
          ELSE
             READ PayOrderFile INTO WS-RECPAGO-LINE
                AT END SET EOFPayOrderFile TO TRUE
             END-READ
             PERFORM UNTIL EOFPayOrderFile
                IF WS-RECPAGO-LINE IS NOT EQUAL TO SPACES THEN
                   ADD 1 TO WS-READ-COUNT
                   ADD 1 TO WS-ORDER-SEQ
                   PERFORM PayOneBill
                END-IF
                READ PayOrderFile INTO WS-RECPAGO-LINE
                   AT END SET EOFPayOrderFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE PayOrderFile
          END-IF.
       PayOneBill.
      *   LA REFERENCIA ES FECHA MAS SECUENCIA DE LA ORDEN, COMO EN EL
      *   POSTEO: UN RELANZAMIENTO DE LA MISMA NOCHE NO PAGA DOS VECES.
          MOVE SPACES TO WS-FAIL-REASON
          MOVE "N" TO WS-POST-OK-SW
          MOVE "N" TO WS-RERUN-SW
          MOVE ZERO TO DC-MONTO DC-VENCE
          MOVE SPACES TO DC-DNI
          MOVE SPACES TO R-REF
          MOVE "RCB" TO R-REF(1:3)
          MOVE WS-RUN-DATE TO R-REF(4:8)
          MOVE WS-ORDER-SEQ TO R-REF(12:8)
          PERFORM FindCompany
          IF NOT WS-COMPANY-FOUND THEN
             MOVE "EMPRESA DESCONOCIDA" TO WS-FAIL-REASON
          ELSE
             PERFORM FindPendingDebt
          END-IF
          IF WS-FAIL-REASON IS EQUAL TO SPACES
                AND NOT WS-ALREADY-DONE THEN
             PERFORM DebitClientAccount
          END-IF
          EVALUATE TRUE
             WHEN WS-ALREADY-DONE
                ADD 1 TO WS-SKIP-COUNT
                DISPLAY "LOG: ORDEN " R-REF " YA PROCESADA - SE OMITE"
             WHEN WS-POST-OK
                ADD 1 TO WS-PAID-COUNT
                ADD DC-MONTO TO WS-TOTAL-AMOUNT
                PERFORM RecordPaidBill
             WHEN OTHER
                PERFORM WriteRejectedOrder
          END-EVALUATE.
       FindCompany.
          MOVE "N" TO WS-COMPANY-SW
          OPEN INPUT CompanyFile
          IF CompanyFileOK THEN
             READ CompanyFile INTO WS-EMPRESA-LINE
                AT END SET EOFCompanyFile TO TRUE
             END-READ
             PERFORM UNTIL EOFCompanyFile OR WS-COMPANY-FOUND
                IF RE-EMPRESA IS EQUAL TO RO-EMPRESA
                      AND RE-EMPRESA IS NOT EQUAL TO SPACES THEN
                   SET WS-COMPANY-FOUND TO TRUE
                ELSE
                   READ CompanyFile INTO WS-EMPRESA-LINE
                      AT END SET EOFCompanyFile TO TRUE
                   END-READ
                END-IF
             END-PERFORM
          END-IF
          CLOSE CompanyFile.
       FindPendingDebt.
      *   SE PAGA LA DEUDA MAS ANTIGUA DEL SUMINISTRO QUE AUN NO
      *   FIGURE EN RECPAGADOS.DAT (EL ARCHIVO DE LA EMPRESA VIENE EN
      *   ORDEN DE VENCIMIENTO).
          MOVE "N" TO WS-DEBT-SW
          MOVE SPACES TO WS-DEUDA-FILENAME
          STRING "RECDEUDA_"  DELIMITED BY SIZE
                 RO-EMPRESA   DELIMITED BY SPACE
                 ".DAT"       DELIMITED BY SIZE
             INTO WS-DEUDA-FILENAME
          OPEN INPUT DebtFile
          IF NOT DebtFileOK THEN
             MOVE "SIN ARCHIVO DE DEUDA" TO WS-FAIL-REASON
             CLOSE DebtFile
          ELSE
             READ DebtFile INTO WS-DEUDA-LINE
                AT END SET EOFDebtFile TO TRUE
             END-READ
             PERFORM UNTIL EOFDebtFile OR WS-DEBT-FOUND
                   OR WS-ALREADY-DONE
                IF RD-CODIGO IS EQUAL TO RO-CODIGO THEN
                   PERFORM CheckBillPaid
                   IF NOT WS-BILL-PAID THEN
                      SET WS-DEBT-FOUND TO TRUE
                      MOVE RD-DNI   TO DC-DNI
                      MOVE RD-MONTO TO DC-MONTO
                      MOVE RD-VENCE TO DC-VENCE
                   END-IF
                END-IF
                IF NOT WS-DEBT-FOUND AND NOT WS-ALREADY-DONE THEN
                   READ DebtFile INTO WS-DEUDA-LINE
                      AT END SET EOFDebtFile TO TRUE
                   END-READ
                END-IF
             END-PERFORM
             CLOSE DebtFile
             IF NOT WS-DEBT-FOUND AND NOT WS-ALREADY-DONE THEN
                MOVE "SIN DEUDA PENDIENTE" TO WS-FAIL-REASON
             END-IF
          END-IF.
       CheckBillPaid.
          MOVE "N" TO WS-PAID-SW
          OPEN INPUT PaidBillFile
          IF PaidBillFileOK THEN
             READ PaidBillFile INTO WS-RECPAGADO-LINE
                AT END SET EOFPaidBillFile TO TRUE
             END-READ
             PERFORM UNTIL EOFPaidBillFile OR WS-BILL-PAID
                IF RP-EMPRESA IS EQUAL TO RO-EMPRESA
                      AND RP-CODIGO IS EQUAL TO RD-CODIGO
                      AND RP-VENCE IS EQUAL TO RD-VENCE THEN
                   SET WS-BILL-PAID TO TRUE
                   IF RP-REF IS EQUAL TO R-REF THEN
                      SET WS-ALREADY-DONE TO TRUE
                   END-IF
                ELSE
                   READ PaidBillFile INTO WS-RECPAGADO-LINE
                      AT END SET EOFPaidBillFile TO TRUE
                   END-READ
                END-IF
             END-PERFORM
          END-IF
          CLOSE PaidBillFile.
       DebitClientAccount.
          MOVE RO-DNI    TO R-DOC
          MOVE RO-CUENTA TO R-CUENTA
          MOVE DC-MONTO  TO R-MONTO
          MOVE ZERO TO R-REF-COUNT
          EXEC SQL
             SELECT COUNT(*) INTO :R-REF-COUNT
             FROM movcuenta
             WHERE refmov = :R-REF
          END-EXEC
          IF R-REF-COUNT IS GREATER THAN ZERO THEN
      *      EL CARGO QUEDO POSTEADO PERO NO LLEGO A RECPAGADOS.DAT:
      *      SE REGISTRA EL PAGO SIN VOLVER A CARGAR.
             DISPLAY "LOG: PAGO " R-REF " YA POSTEADO - SE REGISTRA"
             SET WS-POST-OK TO TRUE
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
                   PERFORM ComputeOpenHolds
                   PERFORM ComputeGarnished
                   COMPUTE WS-AVAILABLE = R-SALDO + R-SOBREGIRO
                      - WS-GARN-PENDIENTE - WS-HOLD-TOTAL - R-MONTO
      *            EN UNA CUENTA CTS EL PAGO SOLO SALE DEL EXCESO
      *            SOBRE EL MONTO INTANGIBLE.
                   EVALUATE TRUE
                      WHEN WS-AVAILABLE IS LESS THAN ZERO
                         MOVE "SALDO INSUFICIENTE" TO WS-FAIL-REASON
                      WHEN R-INTANGCTS IS GREATER THAN ZERO
                            AND R-SALDO - R-MONTO IS LESS THAN
                               R-INTANGCTS
                         MOVE "INTANGIBLE CTS" TO WS-FAIL-REASON
                      WHEN OTHER
                         PERFORM PostBillDebit
                   END-EVALUATE
             END-EVALUATE
          END-IF.
       PostBillDebit.
          EXEC SQL
             INSERT INTO movcuenta
                (docclien, codcuent, fecmov, montomov, tipomov,
                 sucursal, refmov)
             VALUES
                (:R-DOC, :R-CUENTA, :R-FECMOV, :R-MONTO,
                 'RECAUDO', :R-SUCURSAL, :R-REF)
          END-EXEC
          IF SQLCODE IS EQUAL TO ZERO THEN
             EXEC SQL
                UPDATE cuenta
                SET saldoact = saldoact - :R-MONTO,
                    fecmod = CURRENT TIMESTAMP
                WHERE docclien=:R-DOC AND codcuent=:R-CUENTA
             END-EXEC
          END-IF
          IF SQLCODE IS EQUAL TO ZERO THEN
             EXEC SQL COMMIT WORK END-EXEC
             SET WS-POST-OK TO TRUE
          ELSE
             PERFORM HandlingErrors
             MOVE "ERROR SQL" TO WS-FAIL-REASON
             EXEC SQL ROLLBACK WORK END-EXEC
          END-IF.
       ReadAccount.
      *   LA CUENTA DE UN CLIENTE PENDIENTE DE REVISION POR LISTAS DE
      *   CONTROL SE LEE COMO RETENIDA (ESTADO 'R').
          MOVE SPACE TO R-ESTADO
          EXEC SQL
             SELECT saldoact,
                CASE WHEN EXISTS
                   (SELECT 1 FROM clientes
                    WHERE dniclien = :R-DOC AND estclien = 'R')
                   THEN 'R' ELSE estcuent END,
                COALESCE(sucursal, '0001'),
                COALESCE(sobregiro, 0), COALESCE(intangcts, 0)
             INTO :R-SALDO, :R-ESTADO, :R-SUCURSAL, :R-SOBREGIRO,
                :R-INTANGCTS
             FROM cuenta
             WHERE docclien=:R-DOC AND codcuent=:R-CUENTA
          END-EXEC
          IF SQLCODE IS NOT EQUAL TO ZERO THEN
             MOVE "CUENTA NO ENCONTRADA" TO WS-FAIL-REASON
             PERFORM HandlingErrors
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
                IF RT-DNI IS EQUAL TO R-DOC
                      AND RT-CUENTA IS EQUAL TO R-CUENTA THEN
                   ADD RT-MONTO TO WS-HOLD-TOTAL
                END-IF
                READ HoldsFile INTO WS-RETEN-LINE
                   AT END SET EOFHoldsFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE HoldsFile
          END-IF.
       ComputeGarnished.
          MOVE ZERO TO WS-GARN-PENDIENTE
          OPEN INPUT GarnishFile
          IF NOT GarnishFileOK THEN
             CLOSE GarnishFile
          ELSE
             READ GarnishFile INTO WS-EMBARGO-LINE
                AT END SET EOFGarnishFile TO TRUE
             END-READ
             PERFORM UNTIL EOFGarnishFile
                IF EM-DNI IS EQUAL TO R-DOC
                      AND EM-CUENTA IS EQUAL TO R-CUENTA
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
       RecordPaidBill.
          MOVE SPACES TO WS-RECPAGADO-LINE
          MOVE RO-EMPRESA  TO RP-EMPRESA
          MOVE RO-CODIGO   TO RP-CODIGO
          MOVE RO-DNI      TO RP-DNI
          MOVE RO-CUENTA   TO RP-CUENTA
          MOVE DC-MONTO    TO RP-MONTO
          MOVE DC-VENCE    TO RP-VENCE
          MOVE WS-RUN-DATE TO RP-FECHA
          MOVE R-REF       TO RP-REF
          OPEN EXTEND PaidBillFile
          IF NOT PaidBillFileOK THEN
             CLOSE PaidBillFile
             OPEN OUTPUT PaidBillFile
          END-IF
          WRITE PaidBillBuffer FROM WS-RECPAGADO-LINE
          CLOSE PaidBillFile.
       WriteRejectedOrder.
          ADD 1 TO WS-REJECT-COUNT
          MOVE RO-EMPRESA     TO RJ-EMPRESA
          MOVE RO-CODIGO      TO RJ-CODIGO
          MOVE RO-DNI         TO RJ-DNI
          MOVE RO-CUENTA      TO RJ-CUENTA
          MOVE DC-MONTO       TO RJ-MONTO
          MOVE RO-CANAL       TO RJ-CANAL
          MOVE WS-FAIL-REASON TO RJ-MOTIVO
          WRITE RejectRecord FROM WS-REJECT-LINE
          DISPLAY "LOG: PAGO RECHAZADO " RO-EMPRESA SPACE RO-CODIGO
             " - " WS-FAIL-REASON.
       SettleCompanies.
      *   UN ARCHIVO DE LIQUIDACION POR EMPRESA CON LO RECAUDADO EN
      *   LA FECHA, CERRADO CON *TRAILER (CANTIDAD Y HASH DE MONTOS)
      *   COMO EL FEED OPECLIEN, Y UN SOLO ABONO DEL TOTAL A LA CUENTA
      *   DE LA EMPRESA.
          OPEN INPUT CompanyFile
          READ CompanyFile INTO WS-EMPRESA-LINE
             AT END SET EOFCompanyFile TO TRUE
          END-READ
          PERFORM UNTIL EOFCompanyFile
             IF RE-EMPRESA IS NOT EQUAL TO SPACES THEN
                PERFORM SettleOneCompany
             END-IF
             READ CompanyFile INTO WS-EMPRESA-LINE
                AT END SET EOFCompanyFile TO TRUE
             END-READ
          END-PERFORM
          CLOSE CompanyFile.
       SettleOneCompany.
          MOVE SPACES TO WS-LIQ-FILENAME
          STRING "RECLIQ_"    DELIMITED BY SIZE
                 RE-EMPRESA   DELIMITED BY SPACE
                 "_"          DELIMITED BY SIZE
                 WS-RUN-DATE  DELIMITED BY SIZE
                 ".DAT"       DELIMITED BY SIZE
             INTO WS-LIQ-FILENAME
          MOVE ZERO TO WS-SETTLE-COUNT WS-SETTLE-TOTAL
          OPEN OUTPUT SettlementFile
          IF NOT SettlementFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR " WS-LIQ-FILENAME
             MOVE "Practica2Recaudo"  TO EXLOG-PROGRAM
             MOVE "FILESTATUS"        TO EXLOG-CODETYPE
             MOVE WS-LIQ-STATUS       TO EXLOG-CODEVALUE
             MOVE WS-LIQ-FILENAME     TO EXLOG-KEYVALUE
             PERFORM LogException
          ELSE
             OPEN INPUT PaidBillFile
             IF PaidBillFileOK THEN
                READ PaidBillFile INTO WS-RECPAGADO-LINE
                   AT END SET EOFPaidBillFile TO TRUE
                END-READ
                PERFORM UNTIL EOFPaidBillFile
                   IF RP-EMPRESA IS EQUAL TO RE-EMPRESA
                         AND RP-FECHA IS EQUAL TO WS-RUN-DATE THEN
                      MOVE RP-CODIGO TO LQ-CODIGO
                      MOVE RP-DNI    TO LQ-DNI
                      MOVE RP-MONTO  TO LQ-MONTO
                      MOVE RP-VENCE  TO LQ-VENCE
                      MOVE RP-REF    TO LQ-REF
                      WRITE SettlementRecord FROM WS-LIQ-DETAIL
                      ADD 1 TO WS-SETTLE-COUNT
                      ADD RP-MONTO TO WS-SETTLE-TOTAL
                   END-IF
                   READ PaidBillFile INTO WS-RECPAGADO-LINE
                      AT END SET EOFPaidBillFile TO TRUE
                   END-READ
                END-PERFORM
             END-IF
             CLOSE PaidBillFile
             MOVE WS-SETTLE-COUNT TO TRL-COUNT
             MOVE WS-SETTLE-TOTAL TO TRL-HASH
             WRITE SettlementRecord FROM WS-TRAILER-LINE
             CLOSE SettlementFile
             ADD 1 TO WS-COMPANY-COUNT
             MOVE WS-SETTLE-TOTAL TO D-MONTO
             DISPLAY "LOG: LIQUIDACION " RE-EMPRESA ": "
                WS-SETTLE-COUNT " PAGOS POR " D-MONTO
             IF WS-SETTLE-TOTAL IS GREATER THAN ZERO THEN
                PERFORM CreditCompanyAccount
             END-IF
          END-IF.
       CreditCompanyAccount.
          MOVE RE-DNI    TO R-DOC
          MOVE RE-CUENTA TO R-CUENTA
          MOVE WS-SETTLE-TOTAL TO R-MONTO
          MOVE SPACES TO R-REF
          MOVE "RCL" TO R-REF(1:3)
          MOVE RE-EMPRESA TO R-REF(4:4)
          MOVE WS-RUN-DATE TO R-REF(8:8)
          MOVE SPACES TO WS-FAIL-REASON
          MOVE ZERO TO R-REF-COUNT
          EXEC SQL
             SELECT COUNT(*) INTO :R-REF-COUNT
             FROM movcuenta
             WHERE refmov = :R-REF
          END-EXEC
          IF R-REF-COUNT IS GREATER THAN ZERO THEN
             DISPLAY "LOG: LIQUIDACION " R-REF " YA ABONADA"
          ELSE
             PERFORM ReadAccount
             IF WS-FAIL-REASON IS EQUAL TO SPACES
                   AND NOT AccountActive THEN
                MOVE "CUENTA NO ACTIVA" TO WS-FAIL-REASON
             END-IF
             IF WS-FAIL-REASON IS EQUAL TO SPACES THEN
                EXEC SQL
                   INSERT INTO movcuenta
                      (docclien, codcuent, fecmov, montomov, tipomov,
                       sucursal, refmov)
                   VALUES
                      (:R-DOC, :R-CUENTA, :R-FECMOV, :R-MONTO,
                       'RECLIQUIDA', :R-SUCURSAL, :R-REF)
                END-EXEC
                IF SQLCODE IS EQUAL TO ZERO THEN
                   EXEC SQL
                      UPDATE cuenta
                      SET saldoact = saldoact + :R-MONTO,
                          fecmod = CURRENT TIMESTAMP
                      WHERE docclien=:R-DOC AND codcuent=:R-CUENTA
                   END-EXEC
                END-IF
                IF SQLCODE IS EQUAL TO ZERO THEN
                   EXEC SQL COMMIT WORK END-EXEC
                ELSE
                   PERFORM HandlingErrors
                   MOVE "ERROR SQL" TO WS-FAIL-REASON
                   EXEC SQL ROLLBACK WORK END-EXEC
                END-IF
             END-IF
             IF WS-FAIL-REASON IS NOT EQUAL TO SPACES THEN
      *         LO RECAUDADO QUEDA SIN ABONAR A LA EMPRESA: VA A
      *         EXCEPTION.LOG PARA QUE OPERACIONES LO REGULARICE.
                DISPLAY "ERROR: LIQUIDACION " RE-EMPRESA
                   " NO ABONADA - " WS-FAIL-REASON
                MOVE "Practica2Recaudo" TO EXLOG-PROGRAM
                MOVE "RECLIQUIDA"       TO EXLOG-CODETYPE
                MOVE RE-EMPRESA         TO EXLOG-CODEVALUE
                MOVE SPACES             TO EXLOG-KEYVALUE
                STRING RE-DNI DELIMITED BY SIZE
                       SPACE DELIMITED BY SIZE
                       RE-CUENTA DELIMITED BY SIZE
                   INTO EXLOG-KEYVALUE
                PERFORM LogException
             END-IF
          END-IF.
       BuildMovementDate.
          MOVE SPACES TO R-FECMOV
          STRING WS-RUN-DATE(1:4) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-RUN-DATE(5:2) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-RUN-DATE(7:2) DELIMITED BY SIZE
             INTO R-FECMOV.
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
          MOVE "Practica2Recaudo" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          MOVE WS-READ-COUNT TO CIF-READ
          MOVE WS-PAID-COUNT TO CIF-WRITTEN
          MOVE WS-REJECT-COUNT TO CIF-REJECTED
          MOVE WS-TOTAL-AMOUNT TO CIF-AMOUNT
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
          MOVE "Practica2Recaudo"    TO EXLOG-PROGRAM
          MOVE "SQLCODE"             TO EXLOG-CODETYPE
          MOVE SQLCODE               TO WS-EXLOG-CODE-DISPLAY
          MOVE WS-EXLOG-CODE-DISPLAY TO EXLOG-CODEVALUE
          STRING R-DOC DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 R-CUENTA DELIMITED BY SIZE
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

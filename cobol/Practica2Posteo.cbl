          SELECT GarnishFile ASSIGN TO "EMBARGOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EMBARGO-STATUS.
          SELECT HoldsFile ASSIGN TO "RETENCION.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RETEN-STATUS.
          SELECT CheckpointFile ASSIGN TO "POSTEO.CKPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CKPT-STATUS.
          SELECT FxOperFile ASSIGN TO WS-FXOPER-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FXOPER-STATUS.
          SELECT ReturnFile ASSIGN TO WS-RETURN-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RETURN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OpenClientFile.
       FD ProcessDateFile.
       01 ProcessDateBuffer   PIC X(8)    VALUES SPACES.
       FD ExchangeRateFile.
       01 ExchangeRateRecord  PIC X(40)   VALUES SPACES.
          88 EOFExRateFile    VALUES      HIGH-VALUES.
       FD GarnishFile.
       01 GarnishBuffer       PIC X(60)   VALUES SPACES.
          88 EOFGarnishFile   VALUES      HIGH-VALUES.
       FD HoldsFile.
       01 HoldsBuffer         PIC X(50)   VALUES SPACES.
          88 EOFHoldsFile     VALUES      HIGH-VALUES.
       FD CheckpointFile.
       01 CheckpointRecord    PIC X(30)   VALUES SPACES.
       FD FxOperFile.
       01 FxOperRecord        PIC X(100)  VALUES SPACES.
       FD ReturnFile.
       01 ReturnRecord        PIC X(100)  VALUES SPACES.
       WORKING-STORAGE SECTION.
       COPY "DbProfileFields".
       COPY "ExceptionLogFields".
       COPY "CardMasterFields".
       COPY "ExchangeRateFields".
       COPY "GarnishFields".
       COPY "HoldFields".
       COPY "FxOperationFields".
       01 WS-RUN-DATE         PIC 9(8)    VALUE ZERO.
       01 WS-POSTED-AMOUNT    PIC 9(10)V9(2) VALUE ZERO.
       01 WS-INPUT-STATUS     PIC X(2)    VALUE SPACE.
       01 WS-REPORT-SEQ       PIC 9(7)    VALUE ZERO.
       01 WS-POSTED-COUNT     PIC 9(5)    VALUE ZERO.
       01 WS-PEND-COUNT       PIC 9(5)    VALUE ZERO.
      * ABONOS A TITULARES FALLECIDOS: NO ENTRAN A LA CUENTA RETENIDA
      * DE LA SUCESION NI A LA COLA; SE DEVUELVEN AL ORIGEN DESDE
      * DEVPOSTEO_<FECHA>.DAT, COMO DEVPLANILLA EN Practica2Planilla.
       01 WS-RETURN-STATUS    PIC X(2)    VALUE SPACE.
          88 ReturnFileOK     VALUE "00".
       01 WS-RETURN-FILENAME  PIC X(30)   VALUE SPACES.
       01 WS-RETURN-COUNT     PIC 9(5)    VALUE ZERO.
       01 WS-RETURN-LINE.
          05 DV-DNI           PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 DV-CUENTA        PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 DV-MONTO         PIC 9(7).9(2) VALUE ZEROS.
          05 FILLER           PIC X       VALUE SPACE.
          05 DV-MONEDA        PIC X(3)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 DV-TIPO          PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 DV-FECHA         PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 DV-MOTIVO        PIC X(20)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 DV-REF           PIC X(19)   VALUE SPACES.
       01 WS-SKIP-COUNT       PIC 9(5)    VALUE ZERO.
       01 CardDniTable.
          05 CardDniCount     PIC 9(4)    VALUE ZERO.
             10 GT-PENDIENTE  PIC 9(10).
       01 GarnishIdx          PIC 9(3)    VALUE ZERO.
       01 WS-GARN-PENDIENTE   PIC 9(10)   VALUE ZERO.
      * CHEQUES EN CANJE (RETENCIONES CHEQ DE RETENCION.DAT): EL ABONO
      * YA ESTA EN EL SALDO PERO NO ES DISPONIBLE HASTA QUE EL CHEQUE
      * SE COMPENSE. LAS PREAUTORIZACIONES NO SE CARGAN: SON LOS MISMOS
      * CARGOS QUE ESTE PROGRAMA POSTEA.
       01 ChequeHoldTable.
          05 ChequeHoldCount  PIC 9(4)    VALUE ZERO.
          05 ChequeHoldEntry OCCURS 5000 TIMES.
             10 CH-DNI        PIC X(8).
             10 CH-CUENTA     PIC X(10).
             10 CH-MONTO      PIC 9(9).
       01 ChequeHoldIdx       PIC 9(4)    VALUE ZERO.
       01 WS-CHEQ-RETENIDO    PIC 9(11)   VALUE ZERO.
       01 WS-CARD-FOUND-SW    PIC X(1)    VALUE "N".
          88 WS-CARD-FOUND    VALUE "Y".
      * MONEDA DEL MOVIMIENTO QUE SE ESTA POSTEANDO (LA DE LA CUENTA
       01 WS-CONV-SW          PIC X(1)    VALUE "Y".
          88 WS-CONV-OK       VALUE "Y".
          88 WS-CONV-FAILED   VALUE "N".
      * COMPRA Y VENTA VIGENTES: AL CLIENTE SE LE COBRA LA VENTA
      * CUANDO COMPRA LA MONEDA DEL MOVIMIENTO Y SE LE PAGA LA COMPRA
      * CUANDO LA VENDE; LO GANADO CONTRA EL TIPO MEDIO VA A
      * FXOPER_<FECHA>.DAT PARA EL MAYOR Y LA POSICION DE TESORERIA.
       01 WS-FX-MEDIO         PIC 9(3)V9(4) VALUE ZERO.
       01 WS-FX-COMPRA        PIC 9(3)V9(4) VALUE ZERO.
       01 WS-FX-VENTA         PIC 9(3)V9(4) VALUE ZERO.
       01 WS-FX-FECHA         PIC 9(8)    VALUE ZERO.
       01 WS-FX-LINE-FECHA    PIC 9(8)    VALUE ZERO.
       01 WS-FX-RATE-SW       PIC X(1)    VALUE "N".
          88 WS-FX-RATE-FOUND VALUE "Y".
       01 WS-FX-SW            PIC X(1)    VALUE "N".
          88 WS-FX-APPLIED    VALUE "Y".
       01 WS-FX-ORIGINAL      PIC 9(9)V99 VALUE ZERO.
       01 WS-FX-TASA          PIC 9(3)V9(4) VALUE ZERO.
       01 WS-FX-OPERACION     PIC X(1)    VALUE SPACE.
       01 WS-FX-USD           PIC 9(9)V99 VALUE ZERO.
       01 WS-FX-PEN           PIC 9(9)V99 VALUE ZERO.
       01 WS-FX-INGRESO       PIC S9(7)V99 VALUE ZERO.
       01 WS-FX-COUNT         PIC 9(5)    VALUE ZERO.
       01 WS-FX-INGRESO-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-FXOPER-FILENAME  PIC X(30)   VALUE SPACES.
      * FECHA VALOR: UN MOVIMIENTO FECHADO EN DIA NO HABIL SE POSTEA
      * CON EL SIGUIENTE DIA HABIL COMO FECMOV (EsDiaHabil CONSULTA
      * FERIADOS.DAT Y LOS FINES DE SEMANA).
       01 P-MONEDA         PIC X(3)       VALUE SPACE.
       01 P-SUCURSAL       PIC X(4)       VALUE SPACE.
       01 P-SOBREGIRO      PIC 9(9)       VALUE ZERO.
       01 P-INTANGCTS      PIC 9(10)V99   VALUE ZERO.
       01 P-REF            PIC X(19)      VALUE SPACE.
       01 P-REF-COUNT      PIC S9(9) COMP VALUE ZERO.
       01 P-SIGNO          PIC S9(1)      VALUE ZERO.
       01 P-HELD-COUNT     PIC S9(9) COMP VALUE ZERO.
       01 P-CLIESTADO      PIC X(1)       VALUE SPACE.
          88 TitularFallecido VALUE "F".
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 WS-HELD-SW       PIC X(1)       VALUE "N".
          88 WS-CLIENT-HELD VALUE "Y".
          MOVE SPACE        TO PASSWD
          PERFORM ConnectionSQL
          PERFORM OpenPendingFile
          PERFORM OpenFxOperFile
          PERFORM OpenReturnFile
          PERFORM LoadCardMaster
          PERFORM LoadGarnishments
          PERFORM LoadChequeHolds
          PERFORM PostOpenClienFile
          PERFORM PostReportFile
          CLOSE PendingFile
          CLOSE FxOperFile
          CLOSE ReturnFile
          PERFORM ClearCheckpoint
          PERFORM DisplayPostingSummary
          PERFORM WriteControlFigures
          OPEN OUTPUT CheckpointFile
          CLOSE CheckpointFile.
       LoadExchangeRate.
      *   SE APLICA LA LINEA DE FECHA MAS RECIENTE QUE YA ESTE
      *   VIGENTE A LA FECHA DE PROCESO; UNA LINEA SIN FECHA VALE
      *   COMO LA MAS ANTIGUA. SIN COMPRA/VENTA VALIDAS SE CONVIERTE
      *   AL TIPO MEDIO EN AMBOS SENTIDOS.
          MOVE EXRATE-USD-PEN TO WS-FX-MEDIO
          OPEN INPUT ExchangeRateFile
          IF ExRateFileOK THEN
             READ ExchangeRateFile INTO WS-EXRATE-LINE
                AT END SET EOFExRateFile TO TRUE
             END-READ
             PERFORM UNTIL EOFExRateFile
                IF EXRATE-FECHA IS NUMERIC THEN
                   MOVE EXRATE-FECHA TO WS-FX-LINE-FECHA
                ELSE
                   MOVE ZERO TO WS-FX-LINE-FECHA
                END-IF
                IF EXRATE-USD-PEN IS NUMERIC
                      AND EXRATE-USD-PEN IS GREATER THAN ZERO
                      AND WS-FX-LINE-FECHA IS NOT GREATER THAN
                         WS-RUN-DATE
                      AND (NOT WS-FX-RATE-FOUND
                           OR WS-FX-LINE-FECHA IS GREATER THAN
                              WS-FX-FECHA) THEN
                   PERFORM TakeExchangeRateLine
                END-IF
                READ ExchangeRateFile INTO WS-EXRATE-LINE
                   AT END SET EOFExRateFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE ExchangeRateFile
          END-IF
          IF NOT WS-FX-RATE-FOUND THEN
             MOVE WS-FX-MEDIO TO WS-FX-COMPRA
             MOVE WS-FX-MEDIO TO WS-FX-VENTA
          END-IF
          MOVE WS-FX-MEDIO TO EXRATE-USD-PEN
          DISPLAY "LOG: TIPO DE CAMBIO USD/PEN: " WS-FX-MEDIO
             " COMPRA: " WS-FX-COMPRA " VENTA: " WS-FX-VENTA.
       TakeExchangeRateLine.
          MOVE "Y" TO WS-FX-RATE-SW
          MOVE WS-FX-LINE-FECHA TO WS-FX-FECHA
          MOVE EXRATE-USD-PEN TO WS-FX-MEDIO
          IF EXRATE-COMPRA IS NUMERIC AND EXRATE-VENTA IS NUMERIC
                AND EXRATE-COMPRA IS GREATER THAN ZERO
                AND EXRATE-COMPRA IS NOT GREATER THAN WS-FX-MEDIO
                AND EXRATE-VENTA IS NOT LESS THAN WS-FX-MEDIO THEN
             MOVE EXRATE-COMPRA TO WS-FX-COMPRA
             MOVE EXRATE-VENTA  TO WS-FX-VENTA
          ELSE
             IF EXRATE-COMPRA IS NUMERIC
                   AND EXRATE-COMPRA IS GREATER THAN ZERO THEN
                DISPLAY "AVISO: COMPRA/VENTA FUERA DEL TIPO MEDIO EN "
                   "TIPCAMBIO.DAT - SE CONVIERTE AL MEDIO"
             END-IF
             MOVE WS-FX-MEDIO TO WS-FX-COMPRA
             MOVE WS-FX-MEDIO TO WS-FX-VENTA
          END-IF.
       LoadDbProfile.
          MOVE "dvilca"             TO USERNAME
          MOVE "playground_dvilca"  TO DBNAME
             CLOSE PendingFile
             OPEN OUTPUT PendingFile
          END-IF.
       OpenFxOperFile.
      *   EN EXTEND: UN REINICIO DE LA MISMA FECHA CONSERVA LAS
      *   CONVERSIONES YA POSTEADAS, QUE NO SE VUELVEN A APLICAR.
          STRING "FXOPER_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".DAT" DELIMITED BY SIZE
             INTO WS-FXOPER-FILENAME
          OPEN EXTEND FxOperFile
          IF NOT FxOperFileOK THEN
             CLOSE FxOperFile
             OPEN OUTPUT FxOperFile
          END-IF.
       OpenReturnFile.
          STRING "DEVPOSTEO_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".DAT" DELIMITED BY SIZE
             INTO WS-RETURN-FILENAME
          OPEN EXTEND ReturnFile
          IF NOT ReturnFileOK THEN
             CLOSE ReturnFile
             OPEN OUTPUT ReturnFile
          END-IF.
       LoadCardMaster.
      *   EL MAESTRO DE TARJETAS (EXPORTADO POR Practica2Tarjetas) SE
      *   PRECARGA EN LA TABLA TARJETA/DNI PARA QUE LOS DEPOSITOS Y
                ADD GT-PENDIENTE(GarnishIdx) TO WS-GARN-PENDIENTE
             END-IF
          END-PERFORM.
       LoadChequeHolds.
          OPEN INPUT HoldsFile
          IF NOT HoldsFileOK THEN
             CLOSE HoldsFile
          ELSE
             READ HoldsFile INTO WS-RETEN-LINE
                AT END SET EOFHoldsFile TO TRUE
             END-READ
             PERFORM UNTIL EOFHoldsFile
                IF RT-TERMINAL IS EQUAL TO "CHEQ" THEN
                   IF ChequeHoldCount IS LESS THAN 5000 THEN
                      ADD 1 TO ChequeHoldCount
                      MOVE RT-DNI    TO CH-DNI(ChequeHoldCount)
                      MOVE RT-CUENTA TO CH-CUENTA(ChequeHoldCount)
                      MOVE RT-MONTO  TO CH-MONTO(ChequeHoldCount)
                   ELSE
                      DISPLAY "AVISO: MAS DE 5000 CHEQUES EN CANJE - "
                         "SE OMITE " RT-DNI SPACE RT-CUENTA
                   END-IF
                END-IF
                READ HoldsFile INTO WS-RETEN-LINE
                   AT END SET EOFHoldsFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE HoldsFile
             DISPLAY "LOG: CHEQUES EN CANJE CARGADOS: " ChequeHoldCount
          END-IF.
       FindChequeHolds.
          MOVE ZERO TO WS-CHEQ-RETENIDO
          PERFORM VARYING ChequeHoldIdx FROM 1 BY 1
             UNTIL ChequeHoldIdx > ChequeHoldCount
             IF CH-DNI(ChequeHoldIdx) IS EQUAL TO P-DOC
                   AND CH-CUENTA(ChequeHoldIdx) IS EQUAL TO P-CUENTA
                THEN
                ADD CH-MONTO(ChequeHoldIdx) TO WS-CHEQ-RETENIDO
             END-IF
          END-PERFORM.
       PostOpenClienFile.
          DISPLAY "============================"
          DISPLAY "POSTEO DE RETIROS (OPECLIENORD.DAT)"
      *   UNA UNIDAD DE TRABAJO POR OPERACION: SE INSERTA EL
      *   MOVIMIENTO Y SE AJUSTA EL SALDO, O NO SE APLICA NADA.
          PERFORM AdjustValueDate
          MOVE SPACE TO P-CLIESTADO
          IF P-SIGNO IS GREATER THAN ZERO THEN
             PERFORM CheckDeceasedHolder
          END-IF
          IF TitularFallecido THEN
             PERFORM ReturnDeceasedCredit
          ELSE
             PERFORM FindClientAccount
             IF NOT WS-CARD-FOUND THEN
                IF WS-CLIENT-HELD THEN
                   PERFORM DivertHeldAccount
                ELSE
                   PERFORM DivertNoAccount
                END-IF
             ELSE
                PERFORM ConvertToAccountCurrency
                IF WS-CONV-FAILED THEN
                   PERFORM DivertCurrencyMismatch
                ELSE
                   PERFORM ApplyOneMovement
                END-IF
             END-IF
          END-IF.
       CheckDeceasedHolder.
      *   UN CLIENTE SIN FILA EN clientes SIGUE EL CAMINO NORMAL.
          EXEC SQL
             SELECT estclien INTO :P-CLIESTADO
             FROM clientes
             WHERE dniclien = :P-DOC
          END-EXEC
          IF SQLCODE IS NOT EQUAL TO ZERO THEN
             MOVE SPACE TO P-CLIESTADO
          END-IF.
       ReturnDeceasedCredit.
          ADD 1 TO WS-RETURN-COUNT
          MOVE SPACES TO WS-RETURN-LINE
          MOVE P-DOC         TO DV-DNI
          MOVE P-MONTO       TO DV-MONTO
          MOVE WS-MOV-MONEDA TO DV-MONEDA
          MOVE P-TIPOMOV     TO DV-TIPO
          MOVE P-FECMOV      TO DV-FECHA
          MOVE "TITULAR FALLECIDO" TO DV-MOTIVO
          MOVE P-REF         TO DV-REF
          WRITE ReturnRecord FROM WS-RETURN-LINE
          DISPLAY "LOG: CLIENTE " P-DOC " FALLECIDO - ABONO DEVUELTO "
             "A DEVPOSTEO: " P-REF
          MOVE "Practica2Posteo" TO EXLOG-PROGRAM
          MOVE "FALLECIDO"       TO EXLOG-CODETYPE
          MOVE SPACES            TO EXLOG-CODEVALUE
          MOVE SPACES            TO EXLOG-KEYVALUE
          STRING P-DOC DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 P-REF DELIMITED BY SIZE
             INTO EXLOG-KEYVALUE
          PERFORM LogException.
       ApplyOneMovement.
          MOVE ZERO TO P-REF-COUNT
          EXEC SQL
       PostCheckedMovement.
          COMPUTE WS-NEW-SALDO = P-CUR-SALDO + P-SIGNO * P-MONTO
          PERFORM FindGarnished
          PERFORM FindChequeHolds
      *   UNA LINEA DE SOBREGIRO AUTORIZADA PERMITE BAJAR HASTA EL
      *   NEGATIVO DE LA LINEA, PERO EL MONTO EMBARGADO PENDIENTE Y
      *   LOS CHEQUES AUN EN CANJE QUEDAN FUERA DEL DISPONIBLE; MAS
      *   ALLA, LA OPERACION SE DERIVA.
          EVALUATE TRUE
             WHEN P-SIGNO IS LESS THAN ZERO
                   AND WS-NEW-SALDO + P-SOBREGIRO - WS-GARN-PENDIENTE
                      - WS-CHEQ-RETENIDO IS LESS THAN ZERO
                PERFORM DivertInsufficient
      *      EN UNA CUENTA CTS SOLO SE DISPONE DEL EXCESO SOBRE EL
      *      MONTO INTANGIBLE: UN CARGO QUE ENTRE EN ESA PORCION SE
      *      DERIVA CON SU PROPIO MOTIVO.
             WHEN P-SIGNO IS LESS THAN ZERO
                   AND P-INTANGCTS IS GREATER THAN ZERO
                   AND WS-NEW-SALDO IS LESS THAN P-INTANGCTS
                PERFORM DivertProtectedCts
             WHEN OTHER
                EXEC SQL
                   INSERT INTO movcuenta
                      (docclien, codcuent, fecmov, montomov, tipomov,
                       sucursal, refmov)
                   VALUES
                      (:P-DOC, :P-CUENTA, :P-FECMOV, :P-MONTO,
                       :P-TIPOMOV, :P-SUCURSAL, :P-REF)
                END-EXEC
                IF SQLCODE IS EQUAL TO ZERO THEN
                   EXEC SQL
                      UPDATE cuenta
                      SET saldoact = saldoact + :P-SIGNO * :P-MONTO,
                          fecmod = CURRENT TIMESTAMP
                      WHERE docclien=:P-DOC AND codcuent=:P-CUENTA
                   END-EXEC
                END-IF
                IF SQLCODE IS EQUAL TO ZERO THEN
                   EXEC SQL COMMIT WORK END-EXEC
                   ADD 1 TO WS-POSTED-COUNT
                   ADD P-MONTO TO WS-POSTED-AMOUNT
                   IF WS-FX-APPLIED THEN
                      PERFORM RecordFxOperation
                   END-IF
                ELSE
                   PERFORM HandlingErrors
                   EXEC SQL ROLLBACK WORK END-EXEC
                END-IF
          END-EVALUATE.
       AdjustValueDate.
          IF P-FECMOV(1:4) IS NUMERIC
                AND P-FECMOV(6:2) IS NUMERIC
       ConvertToAccountCurrency.
      *   EL MONTO SE POSTEA SIEMPRE EN LA MONEDA DE LA CUENTA. UNA
      *   MONEDA EN BLANCO (DATOS ANTIGUOS) SE TRATA COMO PEN.
      *   EL BANCO VENDE DOLARES CUANDO CARGA DOLARES A UNA CUENTA EN
      *   SOLES O ABONA SOLES A UNA CUENTA EN DOLARES (TIPO VENTA), Y
      *   LOS COMPRA EN LOS CASOS INVERSOS (TIPO COMPRA).
          SET WS-CONV-OK TO TRUE
          MOVE "N" TO WS-FX-SW
          IF WS-MOV-MONEDA IS EQUAL TO SPACES THEN
             MOVE "PEN" TO WS-MOV-MONEDA
          END-IF
             MOVE "PEN" TO P-MONEDA
          END-IF
          IF WS-MOV-MONEDA IS NOT EQUAL TO P-MONEDA THEN
             MOVE P-MONTO TO WS-FX-ORIGINAL
             EVALUATE TRUE
                WHEN WS-MOV-MONEDA IS EQUAL TO "USD"
                      AND P-MONEDA IS EQUAL TO "PEN"
                   IF P-SIGNO IS LESS THAN ZERO THEN
                      MOVE "V" TO WS-FX-OPERACION
                      MOVE WS-FX-VENTA TO WS-FX-TASA
                   ELSE
                      MOVE "C" TO WS-FX-OPERACION
                      MOVE WS-FX-COMPRA TO WS-FX-TASA
                   END-IF
                   COMPUTE P-MONTO ROUNDED =
                      WS-FX-ORIGINAL * WS-FX-TASA
                   MOVE WS-FX-ORIGINAL TO WS-FX-USD
                   MOVE P-MONTO TO WS-FX-PEN
                WHEN WS-MOV-MONEDA IS EQUAL TO "PEN"
                      AND P-MONEDA IS EQUAL TO "USD"
                   IF P-SIGNO IS LESS THAN ZERO THEN
                      MOVE "C" TO WS-FX-OPERACION
                      MOVE WS-FX-COMPRA TO WS-FX-TASA
                   ELSE
                      MOVE "V" TO WS-FX-OPERACION
                      MOVE WS-FX-VENTA TO WS-FX-TASA
                   END-IF
                   COMPUTE P-MONTO ROUNDED =
                      WS-FX-ORIGINAL / WS-FX-TASA
                   MOVE P-MONTO TO WS-FX-USD
                   MOVE WS-FX-ORIGINAL TO WS-FX-PEN
                WHEN OTHER
                   SET WS-CONV-FAILED TO TRUE
             END-EVALUATE
             IF WS-CONV-OK THEN
                MOVE "Y" TO WS-FX-SW
                IF WS-FX-OPERACION IS EQUAL TO "V" THEN
                   COMPUTE WS-FX-INGRESO ROUNDED =
                      WS-FX-PEN - WS-FX-USD * WS-FX-MEDIO
                ELSE
                   COMPUTE WS-FX-INGRESO ROUNDED =
                      WS-FX-USD * WS-FX-MEDIO - WS-FX-PEN
                END-IF
                IF WS-FX-INGRESO IS LESS THAN ZERO THEN
                   MOVE ZERO TO WS-FX-INGRESO
                END-IF
             END-IF
          END-IF.
       RecordFxOperation.
          MOVE SPACES TO WS-FXOPER-LINE
          MOVE P-DOC           TO FX-DOC
          MOVE P-CUENTA        TO FX-CUENTA
          MOVE P-REF           TO FX-REF
          MOVE P-SUCURSAL      TO FX-SUCURSAL
          MOVE WS-FX-OPERACION TO FX-OPERACION
          MOVE P-MONEDA        TO FX-MONEDA-CTA
          MOVE WS-FX-USD       TO FX-USD
          MOVE WS-FX-PEN       TO FX-PEN
          MOVE WS-FX-TASA      TO FX-TASA
          MOVE WS-FX-MEDIO     TO FX-MEDIO
          MOVE WS-FX-INGRESO   TO FX-INGRESO
          WRITE FxOperRecord FROM WS-FXOPER-LINE
          ADD 1 TO WS-FX-COUNT
          ADD WS-FX-INGRESO TO WS-FX-INGRESO-TOTAL.
       DivertCurrencyMismatch.
          ADD 1 TO WS-PEND-COUNT
          MOVE SPACES TO WS-PEND-LINE
          PERFORM LogException.
       FindClientAccount.
      *   LA OPERACION DEL CAJERO SOLO TRAE EL DNI: SE POSTEA CONTRA
      *   LA PRIMERA CUENTA ACTIVA DEL CLIENTE. UN CLIENTE PENDIENTE DE
      *   REVISION POR LISTAS DE CONTROL (ESTCLIEN 'R') NO TIENE CUENTA
      *   UTILIZABLE: SUS CUENTAS CUENTAN COMO RETENIDAS.
          MOVE "N" TO WS-CARD-FOUND-SW
          MOVE "N" TO WS-HELD-SW
          MOVE SPACE TO P-CUENTA
             SELECT COALESCE(MIN(codcuent), ' ') INTO :P-CUENTA
             FROM cuenta
             WHERE docclien = :P-DOC AND estcuent = 'A'
               AND NOT EXISTS
                  (SELECT 1 FROM clientes
                   WHERE dniclien = :P-DOC AND estclien = 'R')
          END-EXEC
          IF SQLCODE IS NOT EQUAL TO ZERO THEN
             PERFORM HandlingErrors
                   SELECT COUNT(*) INTO :P-HELD-COUNT
                   FROM cuenta
                   WHERE docclien = :P-DOC
                     AND (estcuent IN ('S', 'J')
                      OR EXISTS
                         (SELECT 1 FROM clientes
                          WHERE dniclien = :P-DOC AND estclien = 'R'))
                END-EXEC
                IF SQLCODE IS EQUAL TO ZERO
                      AND P-HELD-COUNT IS GREATER THAN ZERO THEN
                EXEC SQL
                   SELECT saldoact, COALESCE(moncuent, 'PEN'),
                      COALESCE(sucursal, '0001'),
                      COALESCE(sobregiro, 0), COALESCE(intangcts, 0)
                   INTO :P-CUR-SALDO, :P-MONEDA, :P-SUCURSAL,
                      :P-SOBREGIRO, :P-INTANGCTS
                   FROM cuenta
                   WHERE docclien=:P-DOC AND codcuent=:P-CUENTA
                END-EXEC
          MOVE SPACES            TO EXLOG-CODEVALUE
          MOVE P-DOC             TO EXLOG-KEYVALUE
          PERFORM LogException.
       DivertProtectedCts.
          ADD 1 TO WS-PEND-COUNT
          MOVE SPACES TO WS-PEND-LINE
          MOVE ZERO TO PND-INTENTOS
          MOVE WS-RUN-DATE TO PND-ORIGEN
          MOVE P-DOC        TO PND-DNI
          MOVE P-CUENTA     TO PND-CUENTA
          MOVE P-MONTO      TO PND-MONTO
          MOVE P-TIPOMOV    TO PND-TIPO
          MOVE P-FECMOV     TO PND-FECHA
          MOVE "INTANGIBLE CTS" TO PND-MOTIVO
          WRITE PendingRecord FROM WS-PEND-LINE
          DISPLAY "ERROR: EL CARGO ENTRARIA EN EL MONTO INTANGIBLE "
             "CTS - SE DERIVA A POSTPEND.DAT: " P-DOC SPACE P-CUENTA
          MOVE "Practica2Posteo" TO EXLOG-PROGRAM
          MOVE "INTANGCTS"       TO EXLOG-CODETYPE
          MOVE SPACES            TO EXLOG-CODEVALUE
          MOVE P-DOC             TO EXLOG-KEYVALUE
          PERFORM LogException.
       WriteControlFigures.
          MOVE "Practica2Posteo" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          COMPUTE CIF-READ = WS-POSTED-COUNT + WS-PEND-COUNT
             + WS-SKIP-COUNT + WS-RETURN-COUNT
          MOVE WS-POSTED-COUNT TO CIF-WRITTEN
          COMPUTE CIF-REJECTED = WS-PEND-COUNT + WS-RETURN-COUNT
          MOVE WS-POSTED-AMOUNT TO CIF-AMOUNT
          OPEN EXTEND ControlFiguresFile
          IF NOT ControlFiguresFileOK THEN
          DISPLAY "============================"
          DISPLAY "MOVIMIENTOS POSTEADOS : " WS-POSTED-COUNT
          DISPLAY "DERIVADOS A PENDIENTES: " WS-PEND-COUNT
          DISPLAY "DEVUELTOS (FALLECIDOS): " WS-RETURN-COUNT
          DISPLAY "OMITIDOS              : " WS-SKIP-COUNT
          DISPLAY "CONVERSIONES USD/PEN  : " WS-FX-COUNT
          DISPLAY "INGRESO POR CAMBIO    : " WS-FX-INGRESO-TOTAL
          DISPLAY "============================".
       HandlingErrors.
          DISPLAY "SQLCODE: " SQLCODE

      * MISMAS REGLAS DEL POSTEO; LO QUE SIGUE FALLANDO VUELVE A LA
      * COLA CON SU CONTADOR DE INTENTOS, Y AL AGOTAR LOS INTENTOS
      * SE EXPIRA AL REPORTE EN VEZ DE QUEDAR EN LA COLA PARA
      * SIEMPRE. UN ABONO A UN TITULAR FALLECIDO NO SE REINTENTA: SALE
      * DE LA COLA A DEVREPROCESA_<FECHA>.DAT PARA SU DEVOLUCION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ExpiredFile ASSIGN TO WS-EXPIRED-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXPIRED-STATUS.
          SELECT ReturnFile ASSIGN TO WS-RETURN-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RETURN-STATUS.
          SELECT ParamFile ASSIGN TO "PARAMPEND.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARAM-STATUS.
          SELECT GarnishFile ASSIGN TO "EMBARGOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EMBARGO-STATUS.
          SELECT HoldsFile ASSIGN TO "RETENCION.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RETEN-STATUS.
          SELECT CardMasterFile ASSIGN TO "TARJMAES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TARJMAES-STATUS.
       01 NewPendingRecord    PIC X(110)  VALUES SPACES.
       FD ExpiredFile.
       01 ExpiredRecord       PIC X(120)  VALUES SPACES.
       FD ReturnFile.
       01 ReturnRecord        PIC X(100)  VALUES SPACES.
       FD ParamFile.
       01 ParamBuffer         PIC X(10)   VALUES SPACES.
       FD GarnishFile.
       01 GarnishBuffer       PIC X(60)   VALUES SPACES.
          88 EOFGarnishFile   VALUES      HIGH-VALUES.
       FD HoldsFile.
       01 HoldsBuffer         PIC X(50)   VALUES SPACES.
          88 EOFHoldsFile     VALUES      HIGH-VALUES.
       FD CardMasterFile.
       01 CardMasterBuffer    PIC X(40)   VALUES SPACES.
          88 EOFCardMaster    VALUES      HIGH-VALUES.
       COPY "ProcessDateFields".
       COPY "CardMasterFields".
       COPY "GarnishFields".
       COPY "HoldFields".
       01 WS-RUN-DATE         PIC 9(8)    VALUE ZERO.
       01 WS-PEND-STATUS      PIC X(2)    VALUE SPACE.
          88 PendingFileOK    VALUE "00".
       01 WS-EXPIRED-STATUS   PIC X(2)    VALUE SPACE.
          88 ExpiredFileOK    VALUE "00".
       01 WS-EXPIRED-FILENAME PIC X(30)   VALUE SPACES.
       01 WS-RETURN-STATUS    PIC X(2)    VALUE SPACE.
          88 ReturnFileOK     VALUE "00".
       01 WS-RETURN-FILENAME  PIC X(30)   VALUE SPACES.
       01 WS-PARAM-STATUS     PIC X(2)    VALUE SPACE.
          88 ParamFileOK      VALUE "00".
       01 WS-PARAM-LINE.
          05 FILLER           PIC X       VALUE SPACE.
          05 PND-TIPO         PIC X(10)   VALUE SPACES.
             88 PendEsAbono   VALUES "DEPOSITO", "TRANSFING",
                "HABERES", "TRFBANCING", "DEPOSITCTS".
          05 FILLER           PIC X       VALUE SPACE.
          05 PND-FECHA        PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 PND-MOTIVO       PIC X(20)   VALUE SPACES.
             88 PendSinDni    VALUE "TARJETA SIN DNI".
             88 PendMonedaDistinta VALUE "MONEDA DISTINTA".
             88 PendIntangibleCts VALUE "INTANGIBLE CTS".
          05 FILLER           PIC X       VALUE SPACE.
          05 PND-REF          PIC X(16)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 XP-RECORD        PIC X(110)  VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 XP-MOTIVO        PIC X(8)    VALUE SPACES.
      * ABONO DEVUELTO: MISMO TRAZADO QUE DEVPOSTEO EN Practica2Posteo.
       01 WS-RETURN-LINE.
          05 DV-DNI           PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 DV-CUENTA        PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 DV-MONTO         PIC X(10)   VALUE SPACES.
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
       01 CardDniTable.
          05 CardDniCount     PIC 9(4)    VALUE ZERO.
          05 CardDniEntry OCCURS 5000 TIMES.
             10 GT-PENDIENTE  PIC 9(10).
       01 GarnishIdx          PIC 9(3)    VALUE ZERO.
       01 WS-GARN-PENDIENTE   PIC 9(10)   VALUE ZERO.
      * CHEQUES EN CANJE (RETENCIONES CHEQ DE RETENCION.DAT): SU ABONO
      * NO ES DISPONIBLE PARA LOS CARGOS REINTENTADOS HASTA QUE EL
      * CHEQUE SE COMPENSE.
       01 ChequeHoldTable.
          05 ChequeHoldCount  PIC 9(4)    VALUE ZERO.
          05 ChequeHoldEntry OCCURS 5000 TIMES.
             10 CH-DNI        PIC X(8).
             10 CH-CUENTA     PIC X(10).
             10 CH-MONTO      PIC 9(9).
       01 ChequeHoldIdx       PIC 9(4)    VALUE ZERO.
       01 WS-CHEQ-RETENIDO    PIC 9(11)   VALUE ZERO.
       01 WS-READ-COUNT       PIC 9(5)    VALUE ZERO.
       01 WS-POSTED-COUNT     PIC 9(5)    VALUE ZERO.
       01 WS-KEPT-COUNT       PIC 9(5)    VALUE ZERO.
       01 WS-EXPIRED-COUNT    PIC 9(5)    VALUE ZERO.
       01 WS-RETURN-COUNT     PIC 9(5)    VALUE ZERO.
       01 WS-POSTED-AMOUNT    PIC 9(11)V9(2) VALUE ZERO.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME           PIC X(30)      VALUE SPACE.
       01 R-FECMOV         PIC X(10)      VALUE SPACE.
       01 R-SALDO          PIC S9(10)     VALUE ZERO.
       01 R-SUCURSAL       PIC X(4)       VALUE SPACE.
       01 R-INTANGCTS      PIC 9(10)V99   VALUE ZERO.
       01 R-ESTADO         PIC X(1)       VALUE SPACE.
          88 CuentaActiva  VALUE "A".
       01 R-SIGNO          PIC S9(1)      VALUE ZERO.
       01 R-CLIESTADO      PIC X(1)       VALUE SPACE.
          88 TitularFallecido VALUE "F".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
          PERFORM LoadMaxAttempts
          PERFORM LoadCardMaster
          PERFORM LoadGarnishments
          PERFORM LoadChequeHolds
          STRING "POSTPENDEXP_" DELIMITED BY SIZE
                 WS-RUN-DATE    DELIMITED BY SIZE
                 ".DAT"         DELIMITED BY SIZE
             INTO WS-EXPIRED-FILENAME
          STRING "DEVREPROCESA_" DELIMITED BY SIZE
                 WS-RUN-DATE     DELIMITED BY SIZE
                 ".DAT"          DELIMITED BY SIZE
             INTO WS-RETURN-FILENAME
          PERFORM LoadDbProfile
          MOVE SPACE TO PASSWD
          PERFORM ConnectionSQL
          OPEN OUTPUT NewPendingFile
          OPEN OUTPUT ExpiredFile
          OPEN EXTEND ReturnFile
          IF NOT ReturnFileOK THEN
             CLOSE ReturnFile
             OPEN OUTPUT ReturnFile
          END-IF
          PERFORM ProcessPendingQueue
          CLOSE PendingFile
          CLOSE NewPendingFile
          CLOSE ExpiredFile
          CLOSE ReturnFile
          PERFORM WriteControlFigures
          PERFORM DisplaySummary
          DISPLAY "DISCONNECT FROM DATABASE...."
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
             IF CH-DNI(ChequeHoldIdx) IS EQUAL TO R-DOC
                   AND CH-CUENTA(ChequeHoldIdx) IS EQUAL TO R-CUENTA
                THEN
                ADD CH-MONTO(ChequeHoldIdx) TO WS-CHEQ-RETENIDO
             END-IF
          END-PERFORM.
       LoadDbProfile.
          MOVE "dvilca"             TO USERNAME
          MOVE "playground_dvilca"  TO DBNAME
          IF PendSinDni AND PND-DNI IS EQUAL TO SPACES THEN
             PERFORM ResolveCardDni
          END-IF
          MOVE SPACE TO R-CLIESTADO
          IF PendEsAbono AND PND-DNI IS NOT EQUAL TO SPACES THEN
             PERFORM CheckDeceasedHolder
          END-IF
          IF TitularFallecido THEN
             PERFORM ReturnDeceasedCredit
          ELSE
             PERFORM RetryOrKeepPending
          END-IF.
       RetryOrKeepPending.
      *   UNA PARTIDA EN MONEDA DISTINTA SE DERIVO JUSTAMENTE PORQUE
      *   NO SE PUDO CONVERTIR: NO SE REINTENTA CON EL MONTO SIN
      *   CONVERTIR; SIGUE CONSUMIENDO INTENTOS HASTA EXPIRAR AL
      *   REPORTE PARA SU TRATAMIENTO MANUAL. LO MISMO UN CARGO QUE
      *   ENTRABA EN EL MONTO INTANGIBLE CTS: PUEDE SER UNA PATA DE
      *   TRANSFERENCIA U ORDEN Y NO SE APLICA SUELTA.
          IF PND-DNI IS NOT EQUAL TO SPACES
                AND NOT PendMonedaDistinta
                AND NOT PendIntangibleCts THEN
             PERFORM TryPostPending
          END-IF
          IF WS-POST-OK THEN
                WRITE NewPendingRecord FROM WS-PEND-LINE
             END-IF
          END-IF.
       CheckDeceasedHolder.
          MOVE PND-DNI TO R-DOC
          EXEC SQL
             SELECT estclien INTO :R-CLIESTADO
             FROM clientes
             WHERE dniclien = :R-DOC
          END-EXEC
          IF SQLCODE IS NOT EQUAL TO ZERO THEN
             MOVE SPACE TO R-CLIESTADO
          END-IF.
       ReturnDeceasedCredit.
      *   LA CUENTA DEL FALLECIDO QUEDO RETENIDA POR LA SUCESION: EL
      *   ABONO NO SE REINTENTA NI EXPIRA, SE DEVUELVE AL ORIGEN.
          ADD 1 TO WS-RETURN-COUNT
          MOVE SPACES TO WS-RETURN-LINE
          MOVE PND-DNI      TO DV-DNI
          MOVE PND-CUENTA   TO DV-CUENTA
          MOVE PND-MONTO-IN TO DV-MONTO
          MOVE PND-TIPO     TO DV-TIPO
          MOVE PND-FECHA    TO DV-FECHA
          MOVE "TITULAR FALLECIDO" TO DV-MOTIVO
          MOVE PND-REF      TO DV-REF
          WRITE ReturnRecord FROM WS-RETURN-LINE
          DISPLAY "LOG: ABONO A TITULAR FALLECIDO " PND-DNI
             " - SALE DE LA COLA A DEVREPROCESA"
          MOVE "Practica2Reprocesa" TO EXLOG-PROGRAM
          MOVE "FALLECIDO"          TO EXLOG-CODETYPE
          MOVE SPACES               TO EXLOG-CODEVALUE
          MOVE PND-DNI              TO EXLOG-KEYVALUE
          PERFORM LogException.
       ResolveCardDni.
          MOVE "N" TO WS-CARD-FOUND-SW
          PERFORM VARYING CardDniIdx FROM 1 BY 1
                SELECT COALESCE(MIN(codcuent), ' ') INTO :R-CUENTA
                FROM cuenta
                WHERE docclien = :R-DOC AND estcuent = 'A'
                  AND NOT EXISTS
                     (SELECT 1 FROM clientes
                      WHERE dniclien = :R-DOC AND estclien = 'R')
             END-EXEC
             IF SQLCODE IS NOT EQUAL TO ZERO
                   OR R-CUENTA IS EQUAL TO SPACES THEN
             END-IF
          END-IF.
       CheckPendingAccount.
      *   UN CLIENTE PENDIENTE DE REVISION POR LISTAS DE CONTROL
      *   DEJA SUS CUENTAS COMO RETENIDAS HASTA QUE SE LO LIBERE.
          EXEC SQL
             SELECT saldoact,
                CASE WHEN EXISTS
                   (SELECT 1 FROM clientes
                    WHERE dniclien = :R-DOC AND estclien = 'R')
                   THEN 'R' ELSE estcuent END,
                COALESCE(sucursal, '0001'), COALESCE(intangcts, 0)
             INTO :R-SALDO, :R-ESTADO, :R-SUCURSAL, :R-INTANGCTS
             FROM cuenta
             WHERE docclien=:R-DOC AND codcuent=:R-CUENTA
          END-EXEC
             ELSE
                IF R-SIGNO IS EQUAL TO -1 THEN
                   PERFORM FindGarnished
                   PERFORM FindChequeHolds
                   IF R-SALDO - WS-GARN-PENDIENTE - WS-CHEQ-RETENIDO
                         IS LESS THAN R-MONTO THEN
                      MOVE "N" TO WS-RETRY-SW
                   END-IF
      *            EL CARGO TAMPOCO PUEDE ENTRAR EN EL MONTO
      *            INTANGIBLE DE UNA CUENTA CTS.
                   IF R-SALDO - R-MONTO IS LESS THAN R-INTANGCTS THEN
                      MOVE "N" TO WS-RETRY-SW
                   END-IF
                END-IF
          MOVE WS-READ-COUNT TO CIF-READ
          MOVE WS-POSTED-COUNT TO CIF-WRITTEN
          COMPUTE CIF-REJECTED = WS-KEPT-COUNT + WS-EXPIRED-COUNT
             + WS-RETURN-COUNT
          MOVE WS-POSTED-AMOUNT TO CIF-AMOUNT
          OPEN EXTEND ControlFiguresFile
          IF NOT ControlFiguresFileOK THEN
          DISPLAY "PARTIDAS APLICADAS  : " WS-POSTED-COUNT
          DISPLAY "SIGUEN EN COLA      : " WS-KEPT-COUNT
          DISPLAY "PARTIDAS EXPIRADAS  : " WS-EXPIRED-COUNT
          DISPLAY "DEVUELTAS (FALLEC.) : " WS-RETURN-COUNT
          DISPLAY "============================".
       HandlingErrors.
          DISPLAY "SQLCODE: " SQLCODE

          SELECT GarnishFile ASSIGN TO "EMBARGOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EMBARGO-STATUS.
          SELECT HoldsFile ASSIGN TO "RETENCION.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RETEN-STATUS.
          SELECT PendingFile ASSIGN TO "POSTPEND.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PEND-STATUS.
          SELECT MantFile ASSIGN TO "CUENTAMANT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MANT-STATUS.
       FD GarnishFile.
       01 GarnishBuffer          PIC X(60)   VALUES SPACES.
          88 EOFGarnishFile      VALUES      HIGH-VALUES.
       FD HoldsFile.
       01 HoldsBuffer            PIC X(50)   VALUES SPACES.
          88 EOFHoldsFile        VALUES      HIGH-VALUES.
       FD PendingFile.
       01 PendingRecord          PIC X(110)  VALUES SPACES.
       FD MantFile.
       01 MantBuffer             PIC X(60)   VALUES SPACES.
          88 EOFMantFile         VALUES      HIGH-VALUES.
       COPY "ControlFiguresFields".
       COPY "ProcessDateFields".
       COPY "GarnishFields".
       COPY "HoldFields".
       01 WS-RUN-DATE      PIC 9(8)       VALUE ZERO.
      * MONTO EMBARGADO PENDIENTE DE LA CUENTA EN CURSO: REDUCE EL
      * SALDO DISPONIBLE SIN CONGELAR LA CUENTA ENTERA.
       01 WS-GARN-PENDIENTE   PIC 9(10)      VALUE ZERO.
      * CHEQUES EN CANJE DE LA CUENTA EN CURSO (RETENCIONES CHEQ DE
      * RETENCION.DAT): EL ABONO NO ES DISPONIBLE HASTA LA COMPENSACION.
       01 WS-CHEQ-RETENIDO    PIC 9(11)      VALUE ZERO.
       01 WS-AUDIT-STATUS        PIC X(2)    VALUE SPACE.
          88 AuditFileOK         VALUE "00".
       01 WS-AUDIT-LINE.
             88 ExtornoMode   VALUE "X".
          05 FILLER           PIC X.
          05 WS-CMDDATA       PIC X(100).
       01 WS-PEND-STATUS      PIC X(2)       VALUE SPACE.
          88 PendingFileOK    VALUE "00".
      * UN CARGO QUE ENTRARIA EN EL MONTO INTANGIBLE DE UNA CUENTA CTS
      * SE RECHAZA Y QUEDA EN LA COLA DE CUARENTENA CON EL TRAZADO DE
      * Practica2Posteo, CON MOTIVO PROPIO PARA SU SEGUIMIENTO.
       01 WS-PEND-LINE.
          05 PND-DNI          PIC X(8)       VALUE SPACES.
          05 FILLER           PIC X          VALUE SPACE.
          05 PND-CUENTA       PIC X(10)      VALUE SPACES.
          05 FILLER           PIC X          VALUE SPACE.
          05 PND-MONTO        PIC 9(7).9(2)  VALUE ZEROS.
          05 FILLER           PIC X          VALUE SPACE.
          05 PND-TIPO         PIC X(10)      VALUE SPACES.
          05 FILLER           PIC X          VALUE SPACE.
          05 PND-FECHA        PIC X(10)      VALUE SPACES.
          05 FILLER           PIC X          VALUE SPACE.
          05 PND-MOTIVO       PIC X(20)      VALUE SPACES.
          05 FILLER           PIC X          VALUE SPACE.
          05 PND-REF          PIC X(16)      VALUE SPACES.
          05 FILLER           PIC X          VALUE SPACE.
          05 PND-INTENTOS     PIC 9(2)       VALUE ZERO.
          05 FILLER           PIC X          VALUE SPACE.
          05 PND-ORIGEN       PIC 9(8)       VALUE ZERO.
       01 WS-MANT-STATUS      PIC X(2)       VALUE SPACE.
          88 MantFileOK       VALUE "00".
          88 MantFileNotFound VALUE "35".
          05 DLX-OPERATOR     PIC X(8).
          05 FILLER           PIC X.
          05 DLX-APPROVER     PIC X(8).
          05 FILLER           PIC X.
          05 DLX-CONSENT      PIC X(8).
      * CUENTAS CON COTITULARES: EL AJUSTE PUEDE VENIR CON EL DNI DE
      * CUALQUIERA DE ELLOS Y SE APLICA SOBRE EL DEL TITULAR; CON
      * FIRMA CONJUNTA EXIGE EL CONSENTIMIENTO DEL OTRO TITULAR.
       01 WS-TITULAR          PIC X(8)       VALUE SPACES.
       01 WS-REGLA-FIRMA      PIC X(1)       VALUE SPACE.
          88 FirmaIndistinta  VALUE "I".
          88 FirmaConjunta    VALUE "M".
       01 WS-ROL-CONSULTA     PIC X(1)       VALUE SPACE.
      * EL CONSENTIMIENTO SOLO VALE SI ES DE OTRA PERSONA QUE FIRMA
      * COMO TITULAR O COTITULAR DE LA MISMA CUENTA.
       01 WS-REQ-DOC          PIC X(8)       VALUE SPACES.
       01 WS-CONSENT-TITULAR  PIC X(8)       VALUE SPACES.
       01 WS-CONSENT-REGLA    PIC X(1)       VALUE SPACE.
       01 WS-CONSENT-ROL      PIC X(1)       VALUE SPACE.
          88 ConsentRolValido VALUES "T", "C".
       01 WS-CONSENT-SW       PIC X(1)       VALUE "N".
          88 WS-CONSENT-OK        VALUE "Y".
       01 WS-AUDIT-FOUND-SW   PIC X(1)       VALUE "N".
          88 WS-AUDIT-FOUND       VALUE "Y".
       01 WS-JRNL-LAST        PIC X(100)  VALUE SPACES.
       01 S-NEWSALDO       PIC S9(10)     VALUE ZERO.
       01 WS-CUR-SALDO     PIC S9(10)     VALUE ZERO.
       01 WS-CUR-SOBREGIRO PIC 9(9)       VALUE ZERO.
       01 WS-CUR-INTANGCTS PIC 9(10)      VALUE ZERO.
       01 WS-CUR-SUCURSAL  PIC X(4)       VALUE SPACE.
       01 WS-SRC-SUCURSAL  PIC X(4)       VALUE SPACE.
       01 WS-TGT-SUCURSAL  PIC X(4)       VALUE SPACE.
          03 FILLER        PIC X          VALUE SPACE.
          03 XT-TIPOMOV    PIC X(10)      VALUE SPACE.
             88 ExtornoDeAbono VALUES "DEPOSITO", "TRANSFING",
                "INTERES", "AJUSTE+", "TRFBANCING", "HABERES",
                "RECLAMOPRV", "DEPOSITCTS", "VENTDEPOS", "VENTPAGING",
                "DEPCHEQUE", "BARRIDOING".
             88 ExtornoDeExtorno VALUES "EXTORNO", "EXTORNO+",
                "EXTORNO-".
          03 FILLER        PIC X          VALUE SPACE.
       01 WS-SRC-FECMOD    PIC X(26)      VALUE SPACE.
       01 WS-TGT-FECMOD    PIC X(26)      VALUE SPACE.
       01 WS-CUR-ESTADO    PIC X(1)       VALUE SPACE.
          88 AccountHeld   VALUES "S", "J", "R".
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 C-RECORD.
          03 C-ACTSAL      PIC 9(10)      VALUE ZERO.
         DISPLAY "OBJETIVO: ACTUALIZAR DATOS"
         DISPLAY "============================"
         DISPLAY "SEARCH FOR REGISTER WITH KEY: " C-DOC SPACE C-CUENTA
         CALL "BuscaTitular" USING C-DOC C-CUENTA WS-TITULAR
            WS-REGLA-FIRMA WS-ROL-CONSULTA

         MOVE C-DOC TO WS-AUDIT-DOC
         MOVE C-CUENTA TO WS-AUDIT-CUENTA
            PERFORM RejectHeldAccount
            MOVE "N" TO WS-AUDIT-FOUND-SW
         END-IF
      *  LA LINEA DIRECTA NO TRAE CONSENTIMIENTO: UNA CUENTA DE FIRMA
      *  CONJUNTA SOLO SE AJUSTA EN MODO D CON EL DEL COTITULAR.
         IF WS-AUDIT-FOUND AND FirmaConjunta THEN
            PERFORM RejectMissingConsent
            MOVE "N" TO WS-AUDIT-FOUND-SW
         END-IF
      *  BAJAR EL SALDO DE UNA CUENTA CTS POR DEBAJO DE SU MONTO
      *  INTANGIBLE EQUIVALE A UN CARGO SOBRE LA PORCION PROTEGIDA.
         IF WS-AUDIT-FOUND AND WS-CUR-INTANGCTS IS GREATER THAN ZERO
               AND S-SALDO IS LESS THAN WS-CUR-SALDO
               AND S-SALDO IS LESS THAN WS-CUR-INTANGCTS THEN
            MOVE SPACES TO WS-PEND-LINE
            MOVE C-DOC TO PND-DNI
            MOVE C-CUENTA TO PND-CUENTA
            COMPUTE PND-MONTO = WS-CUR-SALDO - S-SALDO
            MOVE "AJUSTE-" TO PND-TIPO
            PERFORM DivertProtectedCts
            MOVE "N" TO WS-AUDIT-FOUND-SW
         END-IF
         IF WS-AUDIT-FOUND THEN
            DISPLAY "LOG: SELLANDO FECMOD CON CURRENT TIMESTAMP"
            EXEC SQL
         DISPLAY "============================"
         DISPLAY "SEARCH FOR REGISTER WITH KEY: " DL-DOC SPACE DL-CUENTA
         DISPLAY "MONTO DEL AJUSTE: " DL-DELTA
         MOVE DL-DOC TO WS-REQ-DOC
         CALL "BuscaTitular" USING DL-DOC DL-CUENTA WS-TITULAR
            WS-REGLA-FIRMA WS-ROL-CONSULTA
         IF WS-TITULAR IS NOT EQUAL TO DL-DOC THEN
            DISPLAY "LOG: " DL-DOC " ES COTITULAR - SE AJUSTA LA "
               "CUENTA DEL TITULAR " WS-TITULAR
            MOVE WS-TITULAR TO DL-DOC
         END-IF

         MOVE DL-DOC TO WS-AUDIT-DOC
         MOVE DL-CUENTA TO WS-AUDIT-CUENTA
            PERFORM RejectHeldAccount
            MOVE "N" TO WS-AUDIT-FOUND-SW
         END-IF
         IF WS-AUDIT-FOUND AND FirmaConjunta THEN
            PERFORM ValidateConsent
            IF NOT WS-CONSENT-OK THEN
               PERFORM RejectMissingConsent
               MOVE "N" TO WS-AUDIT-FOUND-SW
            END-IF
         END-IF

         IF WS-AUDIT-FOUND THEN
            COMPUTE S-NEWSALDO = WS-CUR-SALDO + DL-DELTA
      *     EL SALDO PUEDE BAJAR HASTA EL NEGATIVO DE LA LINEA DE
      *     SOBREGIRO AUTORIZADA DE LA CUENTA.
            IF S-NEWSALDO + WS-CUR-SOBREGIRO - WS-GARN-PENDIENTE
                  - WS-CHEQ-RETENIDO IS LESS THAN ZERO THEN
               DISPLAY "ERROR: EL AJUSTE EXCEDERIA EL DISPONIBLE "
                  "(SOBREGIRO, EMBARGOS Y CHEQUES EN CANJE) - "
                  "AJUSTE RECHAZADO"
               DISPLAY "============================"
            ELSE
      *        EN UNA CUENTA CTS SOLO SE DISPONE DEL EXCESO SOBRE EL
      *        MONTO INTANGIBLE.
               IF DL-DELTA IS LESS THAN ZERO
                     AND WS-CUR-INTANGCTS IS GREATER THAN ZERO
                     AND S-NEWSALDO IS LESS THAN WS-CUR-INTANGCTS THEN
                  MOVE SPACES TO WS-PEND-LINE
                  MOVE DL-DOC TO PND-DNI
                  MOVE DL-CUENTA TO PND-CUENTA
                  COMPUTE PND-MONTO = DL-DELTA * -1
                  MOVE "AJUSTE-" TO PND-TIPO
                  PERFORM DivertProtectedCts
                  DISPLAY "============================"
               ELSE
                  DISPLAY "LOG: SELLANDO FECMOD CON CURRENT TIMESTAMP"
                  EXEC SQL
                     UPDATE cuenta
                     SET saldoact = saldoact + :DL-DELTA,
                         fecmod = CURRENT TIMESTAMP
                     WHERE docclien=:DL-DOC AND codcuent=:DL-CUENTA
                       AND fecmod=:WS-CUR-FECMOD
                  END-EXEC
                  IF ( SQLCODE = ZERO ) THEN
                     PERFORM CheckConcurrency
                  END-IF
                  IF ( SQLCODE = ZERO )
                        AND NOT WS-CONFLICT-DETECTED THEN
                     PERFORM InsertAdjustmentMovement
                  END-IF
                  IF ( SQLCODE = ZERO )
                        AND NOT WS-CONFLICT-DETECTED THEN
                     EXEC SQL
                        COMMIT WORK
                     END-EXEC
                     MOVE "A" TO WS-DELTA-RESULT
                     DISPLAY "============================"
                     DISPLAY "RESULTADO: AJUSTE APLICADO"
                     DISPLAY "DNI: " DL-DOC
                     DISPLAY "CUENTA: " DL-CUENTA
                     DISPLAY "AJUSTE: " DL-DELTA
                     DISPLAY "============================"
                  ELSE
                     IF NOT WS-CONFLICT-DETECTED THEN
                        PERFORM HandlingErrors
                        EXEC SQL
                           ROLLBACK WORK
                        END-EXEC
                     END-IF
                  END-IF
               END-IF
            END-IF
         ELSE
            COMPUTE XT-NEWSALDO =
               WS-CUR-SALDO + XT-SIGNO * XT-MONTO
      *     EL EXTORNO DE UN DEPCHEQUE SACA EL MISMO ABONO QUE SU
      *     RETENCION PROTEGE: ESE MONTO NO SE DESCUENTA DOS VECES.
            IF XT-TIPOMOV IS EQUAL TO "DEPCHEQUE" THEN
               IF WS-CHEQ-RETENIDO IS GREATER THAN XT-MONTO THEN
                  SUBTRACT XT-MONTO FROM WS-CHEQ-RETENIDO
               ELSE
                  MOVE ZERO TO WS-CHEQ-RETENIDO
               END-IF
            END-IF
            IF XT-NEWSALDO + WS-CUR-SOBREGIRO - WS-GARN-PENDIENTE
                  - WS-CHEQ-RETENIDO IS LESS THAN ZERO THEN
               DISPLAY "ERROR: EL EXTORNO EXCEDERIA EL DISPONIBLE "
                  "(SOBREGIRO, EMBARGOS Y CHEQUES EN CANJE) - "
                  "EXTORNO RECHAZADO"
               MOVE 1 TO RETURN-CODE
            ELSE
      *        UN EXTORNO-DEBITO TAMPOCO ENTRA EN EL MONTO INTANGIBLE
      *        DE UNA CUENTA CTS.
               IF XT-SIGNO IS LESS THAN ZERO
                     AND WS-CUR-INTANGCTS IS GREATER THAN ZERO
                     AND XT-NEWSALDO IS LESS THAN WS-CUR-INTANGCTS THEN
                  MOVE SPACES TO WS-PEND-LINE
                  MOVE XT-DOC TO PND-DNI
                  MOVE XT-CUENTA TO PND-CUENTA
                  MOVE XT-MONTO TO PND-MONTO
                  MOVE XT-TIPOEXT TO PND-TIPO
                  MOVE XT-REFERENCIA TO PND-REF
                  PERFORM DivertProtectedCts
                  MOVE 1 TO RETURN-CODE
               ELSE
                  EXEC SQL
                     UPDATE cuenta
                     SET saldoact = saldoact + :XT-SIGNO * :XT-MONTO,
                         fecmod = CURRENT TIMESTAMP
                     WHERE docclien=:XT-DOC AND codcuent=:XT-CUENTA
                       AND fecmod=:WS-CUR-FECMOD
                  END-EXEC
                  IF ( SQLCODE = ZERO ) THEN
                     PERFORM CheckConcurrency
                  END-IF
                  IF ( SQLCODE = ZERO )
                        AND NOT WS-CONFLICT-DETECTED THEN
                     EXEC SQL
                        INSERT INTO movcuenta
                           (docclien, codcuent, fecmov, montomov,
                            tipomov, refmov, sucursal)
                        VALUES
                           (:XT-DOC, :XT-CUENTA, :XT-FECHA-EXT,
                            :XT-MONTO, :XT-TIPOEXT, :XT-REFERENCIA,
                            :WS-CUR-SUCURSAL)
                     END-EXEC
                  END-IF
                  IF ( SQLCODE = ZERO )
                        AND NOT WS-CONFLICT-DETECTED THEN
                     EXEC SQL
                        COMMIT WORK
                     END-EXEC
                     DISPLAY "RESULTADO: EXTORNO APLICADO"
                     DISPLAY "REFERENCIA: " XT-REFERENCIA
                  ELSE
                     IF NOT WS-CONFLICT-DETECTED THEN
                        PERFORM HandlingErrors
                        EXEC SQL
                           ROLLBACK WORK
                        END-EXEC
                     END-IF
                     MOVE 1 TO RETURN-CODE
                  END-IF
               END-IF
            END-IF
         END-IF.
            MOVE WS-CUR-SUCURSAL TO WS-SRC-SUCURSAL
            COMPUTE S-NEWSALDO = WS-SRC-SALDO - TR-MONTO
            IF S-NEWSALDO + WS-CUR-SOBREGIRO - WS-GARN-PENDIENTE
                  - WS-CHEQ-RETENIDO IS LESS THAN ZERO THEN
               DISPLAY "ERROR: LA TRANSFERENCIA EXCEDERIA EL "
                  "DISPONIBLE DEL ORIGEN (SOBREGIRO, EMBARGOS Y "
                  "CHEQUES EN CANJE) - TRANSFERENCIA RECHAZADA"
            ELSE
      *        EL ORIGEN CTS SOLO TRANSFIERE EL EXCESO SOBRE SU MONTO
      *        INTANGIBLE.
               IF WS-CUR-INTANGCTS IS GREATER THAN ZERO
                     AND S-NEWSALDO IS LESS THAN WS-CUR-INTANGCTS THEN
                  MOVE SPACES TO WS-PEND-LINE
                  MOVE TR-SDOC TO PND-DNI
                  MOVE TR-SCUENTA TO PND-CUENTA
                  MOVE TR-MONTO TO PND-MONTO
                  MOVE "TRANSFEGR" TO PND-TIPO
                  MOVE TR-REFERENCIA TO PND-REF
                  PERFORM DivertProtectedCts
               ELSE
                  MOVE TR-TDOC TO WS-AUDIT-DOC
                  MOVE TR-TCUENTA TO WS-AUDIT-CUENTA
                  PERFORM AuditCurrentRow
                  IF WS-AUDIT-FOUND AND AccountHeld THEN
                     PERFORM RejectHeldAccount
                     MOVE "N" TO WS-AUDIT-FOUND-SW
                  END-IF
                  IF NOT WS-AUDIT-FOUND THEN
                     DISPLAY "ERROR: CUENTA DESTINO NO ENCONTRADA O "
                        "RETENIDA - TRANSFERENCIA RECHAZADA"
                  ELSE
                     MOVE WS-CUR-FECMOD TO WS-TGT-FECMOD
                     MOVE WS-CUR-SUCURSAL TO WS-TGT-SUCURSAL
                     PERFORM ApplyTransferLegs
                  END-IF
               END-IF
            END-IF
         END-IF
            END-PERFORM
            CLOSE GarnishFile
         END-IF.
       ComputeChequeHolds.
      *  SUMA LOS CHEQUES AUN EN CANJE (TERMINAL CHEQ) DE
      *  RETENCION.DAT PARA LA CUENTA AUDITADA.
         MOVE ZERO TO WS-CHEQ-RETENIDO
         OPEN INPUT HoldsFile
         IF NOT HoldsFileOK THEN
            CLOSE HoldsFile
         ELSE
            READ HoldsFile INTO WS-RETEN-LINE
               AT END SET EOFHoldsFile TO TRUE
            END-READ
            PERFORM UNTIL EOFHoldsFile
               IF RT-DNI IS EQUAL TO WS-AUDIT-DOC
                     AND RT-CUENTA IS EQUAL TO WS-AUDIT-CUENTA
                     AND RT-TERMINAL IS EQUAL TO "CHEQ" THEN
                  ADD RT-MONTO TO WS-CHEQ-RETENIDO
               END-IF
               READ HoldsFile INTO WS-RETEN-LINE
                  AT END SET EOFHoldsFile TO TRUE
               END-READ
            END-PERFORM
            CLOSE HoldsFile
         END-IF.
       AuditCurrentRow.
         MOVE "N" TO WS-AUDIT-FOUND-SW
         PERFORM ComputeGarnished
         PERFORM ComputeChequeHolds
      *  LA CUENTA DE UN CLIENTE PENDIENTE DE REVISION POR LISTAS DE
      *  CONTROL SE LEE COMO RETENIDA (ESTADO 'R').
         EXEC SQL
            SELECT saldoact, fecmod,
               CASE WHEN EXISTS
                  (SELECT 1 FROM clientes
                   WHERE dniclien = :WS-AUDIT-DOC AND estclien = 'R')
                  THEN 'R' ELSE estcuent END,
               COALESCE(sobregiro, 0), COALESCE(sucursal, '0001'),
               COALESCE(intangcts, 0)
            INTO :WS-CUR-SALDO, :WS-CUR-FECMOD, :WS-CUR-ESTADO,
               :WS-CUR-SOBREGIRO, :WS-CUR-SUCURSAL, :WS-CUR-INTANGCTS
            FROM cuenta
            WHERE docclien=:WS-AUDIT-DOC AND codcuent=:WS-AUDIT-CUENTA
         END-EXEC
                WS-AUDIT-CUENTA DELIMITED BY SIZE
            INTO EXLOG-KEYVALUE
         PERFORM LogException.
       ValidateConsent.
      *  EL DNI QUE CONSIENTE DEBE SER DISTINTO DEL QUE PIDE EL AJUSTE
      *  Y FIRMAR COMO TITULAR O COTITULAR DEL MISMO TITULAR.
         MOVE "N" TO WS-CONSENT-SW
         IF DLX-CONSENT IS NOT EQUAL TO SPACES
               AND DLX-CONSENT IS NOT EQUAL TO WS-REQ-DOC THEN
            CALL "BuscaTitular" USING DLX-CONSENT DL-CUENTA
               WS-CONSENT-TITULAR WS-CONSENT-REGLA WS-CONSENT-ROL
            IF WS-CONSENT-TITULAR IS EQUAL TO WS-TITULAR
                  AND ConsentRolValido THEN
               MOVE "Y" TO WS-CONSENT-SW
            END-IF
         END-IF.
       RejectMissingConsent.
         DISPLAY "ERROR: LA CUENTA " WS-AUDIT-DOC SPACE
            WS-AUDIT-CUENTA " ES DE FIRMA CONJUNTA Y EL AJUSTE NO "
            "TRAE UN CONSENTIMIENTO VALIDO DEL COTITULAR - AJUSTE "
            "RECHAZADO"
         MOVE "Practica2-3Sesion6" TO EXLOG-PROGRAM
         MOVE "SINCONSENT"         TO EXLOG-CODETYPE
         MOVE SPACES               TO EXLOG-CODEVALUE
         STRING WS-AUDIT-DOC DELIMITED BY SIZE
                SPACE DELIMITED BY SIZE
                WS-AUDIT-CUENTA DELIMITED BY SIZE
            INTO EXLOG-KEYVALUE
         PERFORM LogException.
       DivertProtectedCts.
      *  EL LLAMADOR DEJA EN WS-PEND-LINE LA CUENTA, EL MONTO, EL TIPO
      *  Y LA REFERENCIA DEL CARGO RECHAZADO.
         MOVE ZERO TO PND-INTENTOS
         MOVE WS-RUN-DATE TO PND-ORIGEN
         MOVE SPACES TO PND-FECHA
         STRING WS-STAMP-DATE(1:4) DELIMITED BY SIZE
                "-" DELIMITED BY SIZE
                WS-STAMP-DATE(5:2) DELIMITED BY SIZE
                "-" DELIMITED BY SIZE
                WS-STAMP-DATE(7:2) DELIMITED BY SIZE
            INTO PND-FECHA
         MOVE "INTANGIBLE CTS" TO PND-MOTIVO
         OPEN EXTEND PendingFile
         IF NOT PendingFileOK THEN
            CLOSE PendingFile
            OPEN OUTPUT PendingFile
         END-IF
         WRITE PendingRecord FROM WS-PEND-LINE
         CLOSE PendingFile
         DISPLAY "ERROR: EL CARGO ENTRARIA EN EL MONTO INTANGIBLE CTS "
            "DE LA CUENTA " PND-DNI SPACE PND-CUENTA
            " - SE DERIVA A POSTPEND.DAT"
         MOVE "Practica2-3Sesion6" TO EXLOG-PROGRAM
         MOVE "INTANGCTS"          TO EXLOG-CODETYPE
         MOVE SPACES               TO EXLOG-CODEVALUE
         STRING PND-DNI DELIMITED BY SIZE
                SPACE DELIMITED BY SIZE
                PND-CUENTA DELIMITED BY SIZE
            INTO EXLOG-KEYVALUE
         PERFORM LogException.
       CheckConcurrency.
         MOVE "N" TO WS-CONFLICT-SW
         IF SQLERRD(3) IS EQUAL TO ZERO THEN

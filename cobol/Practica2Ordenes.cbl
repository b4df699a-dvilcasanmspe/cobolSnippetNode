          SELECT ReportFile ASSIGN TO WS-REPORT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.
          SELECT PendingFile ASSIGN TO "POSTPEND.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PEND-STATUS.
          SELECT GarnishFile ASSIGN TO "EMBARGOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EMBARGO-STATUS.
       01 NewOrdersRecord        PIC X(70)   VALUES SPACES.
       FD ReportFile.
       01 ReportRecord           PIC X(100)  VALUES SPACES.
       FD PendingFile.
       01 PendingRecord          PIC X(110)  VALUES SPACES.
       FD GarnishFile.
       01 GarnishBuffer          PIC X(60)   VALUES SPACES.
          88 EOFGarnishFile      VALUES      HIGH-VALUES.
       01 WS-REPORT-STATUS       PIC X(2)    VALUE SPACE.
          88 ReportFileOK        VALUE "00".
       01 WS-REPORT-FILENAME     PIC X(30)   VALUE SPACES.
       01 WS-PEND-STATUS         PIC X(2)    VALUE SPACE.
          88 PendingFileOK       VALUE "00".
      * COLA DE CUARENTENA CON EL TRAZADO DE Practica2Posteo: EL CARGO
      * DE UNA ORDEN QUE ENTRARIA EN EL MONTO INTANGIBLE CTS QUEDA
      * REGISTRADO AHI PARA SU SEGUIMIENTO.
       01 WS-PEND-LINE.
          05 PND-DNI             PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 PND-CUENTA          PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 PND-MONTO           PIC 9(7).9(2) VALUE ZEROS.
          05 FILLER              PIC X       VALUE SPACE.
          05 PND-TIPO            PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 PND-FECHA           PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 PND-MOTIVO          PIC X(20)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 PND-REF             PIC X(16)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 PND-INTENTOS        PIC 9(2)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 PND-ORIGEN          PIC 9(8)    VALUE ZERO.
       01 WS-AUDIT-STATUS        PIC X(2)    VALUE SPACE.
          88 AuditFileOK         VALUE "00".
       01 WS-AUDIT-LINE.
       01 S-NEWSALDO       PIC S9(10)     VALUE ZERO.
       01 WS-CUR-SALDO     PIC S9(10)     VALUE ZERO.
       01 WS-CUR-SOBREGIRO PIC 9(9)       VALUE ZERO.
       01 WS-CUR-INTANGCTS PIC 9(10)      VALUE ZERO.
       01 WS-CUR-SUCURSAL  PIC X(4)       VALUE SPACE.
       01 WS-SRC-SUCURSAL  PIC X(4)       VALUE SPACE.
       01 WS-TGT-SUCURSAL  PIC X(4)       VALUE SPACE.
                   IS LESS THAN ZERO THEN
                MOVE "SALDO INSUFICIENTE" TO WS-FAIL-REASON
             ELSE
      *         EN UNA CUENTA CTS EL CARGO NO PUEDE ENTRAR EN EL MONTO
      *         INTANGIBLE: LA ORDEN FALLA Y EL CARGO VA A CUARENTENA.
                IF WS-CUR-INTANGCTS IS GREATER THAN ZERO
                      AND S-NEWSALDO IS LESS THAN WS-CUR-INTANGCTS THEN
                   MOVE "INTANGIBLE CTS" TO WS-FAIL-REASON
                   PERFORM DivertProtectedCts
                ELSE
                   MOVE TR-TDOC TO WS-AUDIT-DOC
                   MOVE TR-TCUENTA TO WS-AUDIT-CUENTA
                   PERFORM AuditCurrentRow
                   IF WS-AUDIT-FOUND AND AccountHeld THEN
                      MOVE "CUENTA DESTINO RETENIDA" TO WS-FAIL-REASON
                      MOVE "N" TO WS-AUDIT-FOUND-SW
                   END-IF
                   IF NOT WS-AUDIT-FOUND THEN
                      IF WS-FAIL-REASON IS EQUAL TO SPACES THEN
                         MOVE "DESTINO NO ENCONTRADO" TO WS-FAIL-REASON
                      END-IF
                   ELSE
                      MOVE WS-CUR-FECMOD TO WS-TGT-FECMOD
                      MOVE WS-CUR-SUCURSAL TO WS-TGT-SUCURSAL
                      PERFORM ApplyTransferLegs
                   END-IF
                END-IF
             END-IF
          END-IF.
                END-EXEC
             END-IF
          END-IF.
       DivertProtectedCts.
          MOVE SPACES TO WS-PEND-LINE
          MOVE ZERO TO PND-INTENTOS
          MOVE WS-RUN-DATE TO PND-ORIGEN
          MOVE TR-SDOC     TO PND-DNI
          MOVE TR-SCUENTA  TO PND-CUENTA
          MOVE TR-MONTO    TO PND-MONTO
          MOVE "TRANSFEGR" TO PND-TIPO
          MOVE TR-FECMOV   TO PND-FECHA
          MOVE "INTANGIBLE CTS" TO PND-MOTIVO
          MOVE TR-REFERENCIA TO PND-REF
          OPEN EXTEND PendingFile
          IF NOT PendingFileOK THEN
             CLOSE PendingFile
             OPEN OUTPUT PendingFile
          END-IF
          WRITE PendingRecord FROM WS-PEND-LINE
          CLOSE PendingFile.
       ComputeGarnished.
      *   SUMA LO PENDIENTE (ORDENADO - RETENIDO) DE LAS ORDENES
      *   ACTIVAS DE EMBARGOS.DAT PARA LA CUENTA AUDITADA.
          PERFORM ComputeGarnished
          EXEC SQL
             SELECT saldoact, fecmod, estcuent,
                COALESCE(sobregiro, 0), COALESCE(sucursal, '0001'),
                COALESCE(intangcts, 0)
             INTO :WS-CUR-SALDO, :WS-CUR-FECMOD, :WS-CUR-ESTADO,
                :WS-CUR-SOBREGIRO, :WS-CUR-SUCURSAL, :WS-CUR-INTANGCTS
             FROM cuenta
             WHERE docclien=:WS-AUDIT-DOC AND codcuent=:WS-AUDIT-CUENTA
          END-EXEC

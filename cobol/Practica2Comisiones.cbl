          SELECT ControlFiguresFile ASSIGN TO "CIFRASCONTROL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CIFRAS-STATUS.
          SELECT ProductFile ASSIGN TO "PRODUCTOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PROD-STATUS.
          SELECT ProcessDateFile ASSIGN TO "FECHAPROC.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FECHAPROC-STATUS.
       01 ExceptionLogRecord     PIC X(100)  VALUES SPACES.
       FD ControlFiguresFile.
       01 ControlFiguresRecord   PIC X(80)   VALUES SPACES.
       FD ProductFile.
       01 ProductBuffer          PIC X(80)   VALUES SPACES.
          88 EOFProductFile      VALUES      HIGH-VALUES.
       FD ProcessDateFile.
       01 ProcessDateBuffer      PIC X(8)    VALUES SPACES.
       WORKING-STORAGE SECTION.
       COPY "ExceptionLogFields".
       COPY "ControlFiguresFields".
       COPY "ProcessDateFields".
       COPY "ProductFields".
       01 WS-RUN-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-TARIFF-STATUS       PIC X(2)    VALUE SPACE.
          88 TariffFileOK        VALUE "00".
             10 TT-LIBRES        PIC 9(3).
       01 TariffIdx              PIC 9(2)    VALUE ZERO.
       01 WS-EXONERA-SALDO       PIC 9(10)   VALUE ZERO.
      * EL TARIFARIO DICE QUE TIPOS DE OPERACION SE COBRAN; SI LA
      * CUENTA TIENE UN PRODUCTO DEL CATALOGO, SUS LIBRES, SU COMISION
      * Y SU SALDO DE EXONERACION REEMPLAZAN A LOS GENERALES.
       01 ProductTable.
          05 ProductCount        PIC 9(3)    VALUE ZERO.
          05 ProductEntry OCCURS 100 TIMES.
             10 PT-CODIGO        PIC X(4).
             10 PT-LIBRES        PIC 9(3).
             10 PT-COMISION      PIC 9(5).
             10 PT-SALDOMIN      PIC 9(10).
       01 ProductIdx             PIC 9(3)    VALUE ZERO.
       01 WS-PROD-FOUND-SW       PIC X(1)    VALUE "N".
          88 WS-PROD-FOUND       VALUE "Y".
       01 WS-ACC-LIBRES          PIC 9(3)    VALUE ZERO.
       01 WS-ACC-COMISION        PIC 9(5)    VALUE ZERO.
       01 WS-ACC-EXONERA         PIC 9(10)   VALUE ZERO.
       01 WS-REGISTER-STATUS     PIC X(2)    VALUE SPACE.
          88 RegisterFileOK      VALUE "00".
       01 WS-REGISTER-FILENAME   PIC X(30)   VALUE SPACES.
       01 F-FEE            PIC 9(9)       VALUE ZERO.
       01 F-FECMOV         PIC X(10)      VALUE SPACE.
       01 F-MONTH-START    PIC X(10)      VALUE SPACE.
       01 F-PRODUCTO       PIC X(4)       VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
          DISPLAY "*** COBRO DE COMISIONES POR OPERACION ***"
          PERFORM LoadProcessDate
          PERFORM LoadTariff
          PERFORM LoadProductFees
          STRING "REPCOMISION_" DELIMITED BY SIZE
                 WS-RUN-DATE    DELIMITED BY SIZE
                 ".DAT"         DELIMITED BY SIZE
          END-READ
          PERFORM UNTIL EOFTariffFile
             IF WS-TARIFF-LINE IS NOT EQUAL TO SPACES THEN
                EVALUATE TRUE
                   WHEN TariffExempt
                      MOVE TariffBuffer TO WS-EXONERA-LINE
                      MOVE EX-SALDO TO WS-EXONERA-SALDO
      *            LAS DEMAS LINEAS CON * SON COMISIONES QUE COBRA
      *            OTRO PROGRAMA (*DEVCHEQUE EN Practica2Canje).
                   WHEN TF-TIPOMOV(1:1) IS EQUAL TO "*"
                      CONTINUE
                   WHEN OTHER
                      IF TariffCount >= 20 THEN
                         DISPLAY "ERROR: TARIFARIO CON MAS DE 20 "
                            "TIPOS - SE DETIENE"
                         MOVE 1 TO RETURN-CODE
                         STOP RUN
                      END-IF
                      ADD 1 TO TariffCount
                      MOVE TF-TIPOMOV  TO TT-TIPOMOV(TariffCount)
                      MOVE TF-COMISION TO TT-COMISION(TariffCount)
                      MOVE TF-LIBRES   TO TT-LIBRES(TariffCount)
                END-EVALUATE
             END-IF
             READ TariffFile INTO WS-TARIFF-LINE
                AT END SET EOFTariffFile TO TRUE
          END-IF
          DISPLAY "LOG: TIPOS TARIFADOS: " TariffCount
             " - SALDO EXONERADO: " WS-EXONERA-SALDO.
       LoadProductFees.
          OPEN INPUT ProductFile
          IF ProductFileOK THEN
             READ ProductFile INTO WS-PROD-LINE
                AT END SET EOFProductFile TO TRUE
             END-READ
             PERFORM UNTIL EOFProductFile
                IF PR-CODIGO IS NOT EQUAL TO SPACES
                      AND PR-LIBRES IS NUMERIC
                      AND PR-COMISION IS NUMERIC
                      AND PR-SALDOMIN IS NUMERIC
                      AND ProductCount < 100 THEN
                   ADD 1 TO ProductCount
                   MOVE PR-CODIGO   TO PT-CODIGO(ProductCount)
                   MOVE PR-LIBRES   TO PT-LIBRES(ProductCount)
                   MOVE PR-COMISION TO PT-COMISION(ProductCount)
                   MOVE PR-SALDOMIN TO PT-SALDOMIN(ProductCount)
                END-IF
                READ ProductFile INTO WS-PROD-LINE
                   AT END SET EOFProductFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE ProductFile
          END-IF
          DISPLAY "LOG: PRODUCTOS CON TARIFA PROPIA: " ProductCount.
       SelectAccountFees.
          MOVE TT-LIBRES(TariffIdx)   TO WS-ACC-LIBRES
          MOVE TT-COMISION(TariffIdx) TO WS-ACC-COMISION
          MOVE WS-EXONERA-SALDO       TO WS-ACC-EXONERA
          MOVE SPACES TO F-PRODUCTO
          EXEC SQL
             SELECT COALESCE(codprod, ' ') INTO :F-PRODUCTO
             FROM cuenta
             WHERE docclien = :F-DOC AND codcuent = :F-CUENTA
          END-EXEC
          MOVE "N" TO WS-PROD-FOUND-SW
          IF SQLCODE IS EQUAL TO ZERO
                AND F-PRODUCTO IS NOT EQUAL TO SPACES THEN
             PERFORM VARYING ProductIdx FROM 1 BY 1
                UNTIL ProductIdx > ProductCount OR WS-PROD-FOUND
                IF PT-CODIGO(ProductIdx) IS EQUAL TO F-PRODUCTO THEN
                   SET WS-PROD-FOUND TO TRUE
                   MOVE PT-LIBRES(ProductIdx)   TO WS-ACC-LIBRES
                   MOVE PT-COMISION(ProductIdx) TO WS-ACC-COMISION
                   MOVE PT-SALDOMIN(ProductIdx) TO WS-ACC-EXONERA
                END-IF
             END-PERFORM
          END-IF.
       BuildDateBounds.
          MOVE SPACES TO F-FECMOV
          STRING WS-RUN-DATE(1:4) DELIMITED BY SIZE
             CLOSE C1
          END-EXEC.
       ChargeOneAccount.
          PERFORM SelectAccountFees
          MOVE ZERO TO F-MONTH-COUNT
          EXEC SQL
             SELECT COUNT(*) INTO :F-MONTH-COUNT
          END-EXEC
          COMPUTE WS-PRIOR-COUNT = F-MONTH-COUNT - F-DAY-COUNT
          COMPUTE WS-FREE-LEFT =
             WS-ACC-LIBRES - WS-PRIOR-COUNT
          IF WS-FREE-LEFT IS LESS THAN ZERO THEN
             MOVE ZERO TO WS-FREE-LEFT
          END-IF
             ADD 1 TO WS-SKIP-COUNT
             PERFORM WriteRegisterDetailSkip
          ELSE
             COMPUTE F-FEE = WS-CHARGEABLE * WS-ACC-COMISION
             IF F-FEE IS EQUAL TO ZERO THEN
      *         PRODUCTO SIN COMISION PARA ESTE TIPO DE OPERACION.
                ADD 1 TO WS-SKIP-COUNT
                MOVE "PRODUCTO SIN COBRO" TO RG-RESULTADO
                PERFORM WriteRegisterDetail
             ELSE
                PERFORM DebitFee
             END-IF
          END-IF.
       DebitFee.
          MOVE ZERO TO F-SALDO
             PERFORM HandlingErrors
             ADD 1 TO WS-SKIP-COUNT
          ELSE
             IF WS-ACC-EXONERA IS GREATER THAN ZERO
                   AND F-SALDO IS NOT LESS THAN WS-ACC-EXONERA THEN
                ADD 1 TO WS-SKIP-COUNT
                MOVE "EXONERADA" TO RG-RESULTADO
                PERFORM WriteRegisterDetail

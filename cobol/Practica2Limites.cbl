          SELECT OverrideFile ASSIGN TO "LIMITESOVR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OVR-STATUS.
          SELECT ProductFile ASSIGN TO "PRODUCTOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PROD-STATUS.
          SELECT AcctProdFile ASSIGN TO "CUENTAPROD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CUENTAPROD-STATUS.
          SELECT ExchangeRateFile ASSIGN TO "TIPCAMBIO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXRATE-STATUS.
       FD OverrideFile.
       01 OverrideBuffer      PIC X(20)   VALUES SPACES.
          88 EOFOverrideFile  VALUES      HIGH-VALUES.
       FD ProductFile.
       01 ProductBuffer       PIC X(80)   VALUES SPACES.
          88 EOFProductFile   VALUES      HIGH-VALUES.
       FD AcctProdFile.
       01 AcctProdBuffer      PIC X(30)   VALUES SPACES.
          88 EOFAcctProdFile  VALUES      HIGH-VALUES.
       FD ExchangeRateFile.
       01 ExchangeRateRecord  PIC X(7)    VALUES SPACES.
       FD ViolationFile.
       COPY "ControlFiguresFields".
       COPY "ProcessDateFields".
       COPY "MaskCardFields".
       COPY "ProductFields".
       01 WS-RUN-DATE         PIC 9(8)    VALUE ZERO.
       01 WS-INPUT-STATUS     PIC X(2)    VALUE SPACE.
          88 InputFileOK      VALUE "00".
          05 FILLER           PIC X       VALUE SPACE.
          05 OVR-DATE         PIC X(8)    VALUE SPACES.
       01 LimitTable.
          05 LimitCount       PIC 9(4)    VALUE ZERO.
          05 LimitEntry OCCURS 5000 TIMES.
             10 LT-DNI        PIC X(8).
             10 LT-MONTO      PIC 9(9)V9(2).
             10 LT-OPS        PIC 9(3).
      *         L = LINEA DE LIMITES.DAT, P = LIMITE DEL PRODUCTO.
             10 LT-ORIGEN     PIC X(1).
       01 LimitIdx            PIC 9(4)    VALUE ZERO.
      * LIMITE DE RETIRO DE CADA PRODUCTO DEL CATALOGO. UN DNI SIN
      * LINEA EN LIMITES.DAT TOMA EL MAYOR LIMITE DE LOS PRODUCTOS DE
      * SUS CUENTAS (CUENTAPROD.DAT); LA LINEA EXPLICITA PREVALECE.
       01 ProductTable.
          05 ProductCount     PIC 9(3)    VALUE ZERO.
          05 ProductEntry OCCURS 100 TIMES.
             10 PT-CODIGO     PIC X(4).
             10 PT-LIMRETIRO  PIC 9(9)V9(2).
       01 ProductIdx          PIC 9(3)    VALUE ZERO.
       01 WS-PROD-LIMIT       PIC 9(9)V9(2) VALUE ZERO.
       01 WS-LIMIT-FOUND-SW   PIC X(1)    VALUE "N".
          88 WS-LIMIT-FOUND   VALUE "Y".
       01 WS-PRODLIM-COUNT    PIC 9(4)    VALUE ZERO.
       01 OverrideTable.
          05 OverrideCount    PIC 9(3)    VALUE ZERO.
          05 OverrideEntry OCCURS 200 TIMES.
          PERFORM LoadPanMode
          PERFORM LoadExchangeRate
          PERFORM LoadLimitTable
          PERFORM LoadProductLimits
          IF LimitCount IS EQUAL TO ZERO THEN
             DISPLAY "LOG: SIN LIMITES CONFIGURADOS - NADA QUE "
                "CONTROLAR"
                AT END SET EOFLimitFile TO TRUE
             END-READ
             PERFORM UNTIL EOFLimitFile
                IF LimitCount >= 5000 THEN
                   DISPLAY "ERROR: TABLA DE LIMITES LLENA - "
                      "SE DETIENE EL CONTROL"
                   MOVE "Practica2Limites" TO EXLOG-PROGRAM
                MOVE LIM-DNI   TO LT-DNI(LimitCount)
                MOVE LIM-MONTO TO LT-MONTO(LimitCount)
                MOVE LIM-OPS   TO LT-OPS(LimitCount)
                MOVE "L"       TO LT-ORIGEN(LimitCount)
                READ LimitFile INTO WS-LIMIT-LINE
                   AT END SET EOFLimitFile TO TRUE
                END-READ
             CLOSE LimitFile
             DISPLAY "LOG: LIMITES CARGADOS: " LimitCount
          END-IF.
       LoadProductLimits.
          OPEN INPUT ProductFile
          IF ProductFileOK THEN
             READ ProductFile INTO WS-PROD-LINE
                AT END SET EOFProductFile TO TRUE
             END-READ
             PERFORM UNTIL EOFProductFile
                IF PR-CODIGO IS NOT EQUAL TO SPACES
                      AND PR-LIMRETIRO IS NUMERIC
                      AND PR-LIMRETIRO IS GREATER THAN ZERO
                      AND ProductCount < 100 THEN
                   ADD 1 TO ProductCount
                   MOVE PR-CODIGO    TO PT-CODIGO(ProductCount)
                   MOVE PR-LIMRETIRO TO PT-LIMRETIRO(ProductCount)
                END-IF
                READ ProductFile INTO WS-PROD-LINE
                   AT END SET EOFProductFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE ProductFile
          END-IF
          IF ProductCount IS GREATER THAN ZERO THEN
             OPEN INPUT AcctProdFile
             IF AcctProdNotFound THEN
                DISPLAY "LOG: NO HAY CUENTAPROD.DAT - SIN LIMITES "
                   "POR PRODUCTO"
             ELSE
                READ AcctProdFile INTO WS-CUENTAPROD-LINE
                   AT END SET EOFAcctProdFile TO TRUE
                END-READ
                PERFORM UNTIL EOFAcctProdFile
                   PERFORM ApplyAccountProductLimit
                   READ AcctProdFile INTO WS-CUENTAPROD-LINE
                      AT END SET EOFAcctProdFile TO TRUE
                   END-READ
                END-PERFORM
                CLOSE AcctProdFile
             END-IF
             DISPLAY "LOG: LIMITES TOMADOS DEL PRODUCTO: "
                WS-PRODLIM-COUNT
          END-IF.
       ApplyAccountProductLimit.
          MOVE ZERO TO WS-PROD-LIMIT
          PERFORM VARYING ProductIdx FROM 1 BY 1
             UNTIL ProductIdx > ProductCount
             IF PT-CODIGO(ProductIdx) IS EQUAL TO CX-PRODUCTO THEN
                MOVE PT-LIMRETIRO(ProductIdx) TO WS-PROD-LIMIT
                EXIT PERFORM
             END-IF
          END-PERFORM
          IF CX-PRODUCTO IS NOT EQUAL TO SPACES
                AND WS-PROD-LIMIT IS GREATER THAN ZERO THEN
             MOVE "N" TO WS-LIMIT-FOUND-SW
             PERFORM VARYING LimitIdx FROM 1 BY 1
                UNTIL LimitIdx > LimitCount
                IF LT-DNI(LimitIdx) IS EQUAL TO CX-DNI THEN
                   SET WS-LIMIT-FOUND TO TRUE
                   IF LT-ORIGEN(LimitIdx) IS EQUAL TO "P"
                         AND WS-PROD-LIMIT IS GREATER THAN
                            LT-MONTO(LimitIdx) THEN
                      MOVE WS-PROD-LIMIT TO LT-MONTO(LimitIdx)
                   END-IF
                   EXIT PERFORM
                END-IF
             END-PERFORM
             IF NOT WS-LIMIT-FOUND THEN
                IF LimitCount >= 5000 THEN
                   DISPLAY "ERROR: TABLA DE LIMITES LLENA - "
                      "SE DETIENE EL CONTROL"
                   MOVE "Practica2Limites" TO EXLOG-PROGRAM
                   MOVE "TABLALLENA"       TO EXLOG-CODETYPE
                   MOVE SPACES             TO EXLOG-CODEVALUE
                   MOVE CX-DNI             TO EXLOG-KEYVALUE
                   PERFORM LogException
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
                ADD 1 TO LimitCount
                ADD 1 TO WS-PRODLIM-COUNT
                MOVE CX-DNI        TO LT-DNI(LimitCount)
                MOVE WS-PROD-LIMIT TO LT-MONTO(LimitCount)
                MOVE ZERO          TO LT-OPS(LimitCount)
                MOVE "P"           TO LT-ORIGEN(LimitCount)
             END-IF
          END-IF.
       LoadOverrideTable.
          OPEN INPUT OverrideFile
          IF OverrideFileOK THEN

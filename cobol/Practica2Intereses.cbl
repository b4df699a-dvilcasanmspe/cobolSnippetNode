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
       01 WS-RUN-DATE-FIELDS REDEFINES WS-RUN-DATE.
          05 WS-RUN-YEAR         PIC 9(4).
             10 AT-CUENTA        PIC X(10).
             10 AT-SALDO         PIC S9(10).
             10 AT-SUCURSAL      PIC X(4).
             10 AT-TASA          PIC 9(2)V9(4).
       01 AccountIdx             PIC 9(5)    VALUE ZERO.
      * TASA DE AHORRO DE CADA PRODUCTO DEL CATALOGO; LAS CUENTAS SIN
      * PRODUCTO O CON UN CODIGO QUE NO ESTA EN EL CATALOGO DEVENGAN A
      * LA TASA GENERAL DE TASAINTERES.DAT.
       01 ProductTable.
          05 ProductCount        PIC 9(3)    VALUE ZERO.
          05 ProductEntry OCCURS 100 TIMES.
             10 PT-CODIGO        PIC X(4).
             10 PT-TASA          PIC 9(2)V9(4).
       01 ProductIdx             PIC 9(3)    VALUE ZERO.
       01 WS-PROD-FOUND-SW       PIC X(1)    VALUE "N".
          88 WS-PROD-FOUND       VALUE "Y".
       01 WS-PRODUCT-COUNT       PIC 9(5)    VALUE ZERO.
       01 D-SALDO                PIC Z(9)9.
       01 D-INTEREST             PIC Z(8)9.
       01 D-TOTAL                PIC Z(10)9.
       01 I-INTERES        PIC 9(9)       VALUE ZERO.
       01 I-SUCURSAL       PIC X(4)       VALUE SPACE.
       01 I-FECMOV         PIC X(10)      VALUE SPACE.
       01 I-PRODUCTO       PIC X(4)       VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01 C-DATE.
          ACCEPT WS-FORCE-FLAG FROM COMMAND-LINE
          PERFORM CheckMonthEnd
          PERFORM LoadInterestRate
          PERFORM LoadProductRates
          STRING "REPINTERES_" DELIMITED BY SIZE
                 WS-RUN-DATE   DELIMITED BY SIZE
                 ".DAT"        DELIMITED BY SIZE
          END-IF
          DISPLAY "LOG: TASA MENSUAL APLICADA: " TASA-MENSUAL
          DISPLAY "LOG: TASA DE SOBREGIRO: " TASA-SOBREGIRO.
       LoadProductRates.
          OPEN INPUT ProductFile
          IF ProductFileOK THEN
             READ ProductFile INTO WS-PROD-LINE
                AT END SET EOFProductFile TO TRUE
             END-READ
             PERFORM UNTIL EOFProductFile
                IF PR-CODIGO IS NOT EQUAL TO SPACES
                      AND PR-TASA IS NUMERIC
                      AND ProductCount < 100 THEN
                   ADD 1 TO ProductCount
                   MOVE PR-CODIGO TO PT-CODIGO(ProductCount)
                   MOVE PR-TASA   TO PT-TASA(ProductCount)
                END-IF
                READ ProductFile INTO WS-PROD-LINE
                   AT END SET EOFProductFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE ProductFile
          END-IF
          DISPLAY "LOG: PRODUCTOS CON TASA PROPIA: " ProductCount.
       FindProductRate.
          MOVE "N" TO WS-PROD-FOUND-SW
          MOVE TASA-MENSUAL TO AT-TASA(AccountCount)
          IF I-PRODUCTO IS NOT EQUAL TO SPACES THEN
             PERFORM VARYING ProductIdx FROM 1 BY 1
                UNTIL ProductIdx > ProductCount OR WS-PROD-FOUND
                IF PT-CODIGO(ProductIdx) IS EQUAL TO I-PRODUCTO THEN
                   SET WS-PROD-FOUND TO TRUE
                   MOVE PT-TASA(ProductIdx) TO AT-TASA(AccountCount)
                   ADD 1 TO WS-PRODUCT-COUNT
                END-IF
             END-PERFORM
          END-IF.
       LoadDbProfile.
          MOVE "dvilca"             TO USERNAME
          MOVE "playground_dvilca"  TO DBNAME
          EXEC SQL
             DECLARE C1 CURSOR FOR
             SELECT docclien, codcuent, saldoact,
                COALESCE(sucursal, '0001'), COALESCE(codprod, ' ')
             FROM cuenta
             WHERE estcuent = 'A'
             ORDER BY docclien, codcuent
             OPEN C1
          END-EXEC
          EXEC SQL
             FETCH C1 INTO :I-DOC, :I-CUENTA, :I-SALDO, :I-SUCURSAL,
                :I-PRODUCTO
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             IF AccountCount >= 10000 THEN
             MOVE I-CUENTA TO AT-CUENTA(AccountCount)
             MOVE I-SALDO  TO AT-SALDO(AccountCount)
             MOVE I-SUCURSAL TO AT-SUCURSAL(AccountCount)
             PERFORM FindProductRate
             EXEC SQL
                FETCH C1 INTO :I-DOC, :I-CUENTA, :I-SALDO,
                   :I-SUCURSAL, :I-PRODUCTO
             END-EXEC
          END-PERFORM
          EXEC SQL
             CLOSE C1
          END-EXEC
          DISPLAY "LOG: CUENTAS ACTIVAS CARGADAS: " AccountCount
          DISPLAY "LOG: CUENTAS A TASA DE SU PRODUCTO: "
             WS-PRODUCT-COUNT.
       OpenRegisterFile.
          OPEN OUTPUT RegisterFile
          IF NOT RegisterFileOK THEN
          END-IF.
       CreditSavingsInterest.
          COMPUTE WS-INTEREST ROUNDED =
             AT-SALDO(AccountIdx) * AT-TASA(AccountIdx)
          IF WS-INTEREST IS EQUAL TO ZERO THEN
             ADD 1 TO WS-SKIP-COUNT
          ELSE

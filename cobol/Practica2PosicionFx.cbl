       IDENTIFICATION DIVISION.
       PROGRAM-ID. Practica2PosicionFx.
      * POSICION DIARIA DE CAMBIO PARA TESORERIA: RESUME
      * FXOPER_<FECHA>.DAT (LAS CONVERSIONES USD/PEN QUE APLICO EL
      * POSTEO DE LA NOCHE) EN DOLARES COMPRADOS Y VENDIDOS, CON SU
      * CONTRAVALOR EN SOLES Y TIPO PROMEDIO, LA POSICION NETA EN
      * DOLARES QUE HAY QUE CUBRIR Y EL INGRESO GANADO POR EL
      * DIFERENCIAL CONTRA EL TIPO MEDIO. SALE EN
      * POSICIONFX_<FECHA>.DAT AUNQUE NO HAYA HABIDO CONVERSIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT FxOperFile ASSIGN TO WS-FXOPER-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FXOPER-STATUS.
          SELECT PositionFile ASSIGN TO WS-POS-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-POS-STATUS.
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
       FD FxOperFile.
       01 FxOperBuffer           PIC X(100)  VALUES SPACES.
          88 EOFFxOperFile       VALUES      HIGH-VALUES.
       FD PositionFile.
       01 PositionRecord         PIC X(100)  VALUES SPACES.
       FD ExceptionLogFile.
       01 ExceptionLogRecord     PIC X(100)  VALUES SPACES.
       FD ControlFiguresFile.
       01 ControlFiguresRecord   PIC X(80)   VALUES SPACES.
       FD ProcessDateFile.
       01 ProcessDateBuffer      PIC X(8)    VALUES SPACES.
       WORKING-STORAGE SECTION.
       COPY "ExceptionLogFields".
       COPY "ControlFiguresFields".
       COPY "ProcessDateFields".
       COPY "FxOperationFields".
       01 WS-RUN-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-FXOPER-FILENAME     PIC X(30)   VALUE SPACES.
       01 WS-POS-STATUS          PIC X(2)    VALUE SPACE.
          88 PositionFileOK      VALUE "00".
       01 WS-POS-FILENAME        PIC X(30)   VALUE SPACES.
       01 WS-OPER-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-BUY-COUNT           PIC 9(7)    VALUE ZERO.
       01 WS-BUY-USD             PIC 9(11)V99 VALUE ZERO.
       01 WS-BUY-PEN             PIC 9(11)V99 VALUE ZERO.
       01 WS-BUY-INGRESO         PIC 9(9)V99 VALUE ZERO.
       01 WS-SELL-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-SELL-USD            PIC 9(11)V99 VALUE ZERO.
       01 WS-SELL-PEN            PIC 9(11)V99 VALUE ZERO.
       01 WS-SELL-INGRESO        PIC 9(9)V99 VALUE ZERO.
       01 WS-NET-USD             PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-INGRESO       PIC 9(9)V99 VALUE ZERO.
       01 WS-AVG-RATE            PIC 9(3)V9(4) VALUE ZERO.
       01 WS-LAST-MEDIO          PIC 9(3)V9(4) VALUE ZERO.
       01 WS-POS-TITLE.
          05 FILLER              PIC X(35)
             VALUE "POSICION DE CAMBIO USD/PEN - FECHA ".
          05 PT-FECHA            PIC X(8)    VALUE SPACES.
       01 WS-POS-RATE.
          05 FILLER              PIC X(21)
             VALUE "TIPO MEDIO DEL DIA : ".
          05 PR-MEDIO            PIC ZZ9.9999.
       01 WS-POS-SIDE.
          05 PS-LABEL            PIC X(20)   VALUE SPACES.
          05 FILLER              PIC X(6)    VALUE " OPER ".
          05 PS-COUNT            PIC Z(6)9.
          05 FILLER              PIC X(5)    VALUE " USD ".
          05 PS-USD              PIC Z(10)9.99.
          05 FILLER              PIC X(5)    VALUE " PEN ".
          05 PS-PEN              PIC Z(10)9.99.
          05 FILLER              PIC X(7)    VALUE " TASA ".
          05 PS-TASA             PIC ZZ9.9999.
       01 WS-POS-NET.
          05 FILLER              PIC X(21)
             VALUE "POSICION NETA USD  : ".
          05 PN-USD              PIC -(11)9.99.
          05 FILLER              PIC X       VALUE SPACE.
          05 PN-SENTIDO          PIC X(10)   VALUE SPACES.
       01 WS-POS-INCOME.
          05 PI-LABEL            PIC X(30)   VALUE SPACES.
          05 PI-VALUE            PIC Z(10)9.99.
       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "*** POSICION DIARIA DE CAMBIO ***"
          PERFORM LoadProcessDate
          STRING "FXOPER_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".DAT" DELIMITED BY SIZE
             INTO WS-FXOPER-FILENAME
          STRING "POSICIONFX_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".DAT" DELIMITED BY SIZE
             INTO WS-POS-FILENAME
          PERFORM SumFxOperations
          PERFORM WritePositionReport
          PERFORM WriteControlFigures
          DISPLAY "============================"
          DISPLAY "CONVERSIONES LEIDAS   : " WS-OPER-COUNT
          DISPLAY "POSICION NETA USD     : " WS-NET-USD
          DISPLAY "INGRESO POR CAMBIO    : " WS-TOTAL-INGRESO
          DISPLAY "============================"
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
       SumFxOperations.
      *   EL BANCO COMPRA DOLARES (C) CUANDO EL CLIENTE LOS VENDE Y
      *   LOS VENDE (V) CUANDO EL CLIENTE LOS COMPRA: LO COMPRADO
      *   ALARGA LA POSICION Y LO VENDIDO LA ACORTA.
          OPEN INPUT FxOperFile
          IF FxOperFileNotFound THEN
             DISPLAY "LOG: NO HAY " WS-FXOPER-FILENAME
                " - POSICION SIN CONVERSIONES"
          ELSE
             IF NOT FxOperFileOK THEN
                DISPLAY "ERROR: NO SE PUDO ABRIR " WS-FXOPER-FILENAME
                MOVE "Practica2PosicionFx" TO EXLOG-PROGRAM
                MOVE "FILESTATUS"          TO EXLOG-CODETYPE
                MOVE WS-FXOPER-STATUS      TO EXLOG-CODEVALUE
                MOVE WS-FXOPER-FILENAME    TO EXLOG-KEYVALUE
                PERFORM LogException
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
             READ FxOperFile INTO WS-FXOPER-LINE
                AT END SET EOFFxOperFile TO TRUE
             END-READ
             PERFORM UNTIL EOFFxOperFile
                ADD 1 TO WS-OPER-COUNT
                MOVE FX-MEDIO TO WS-LAST-MEDIO
                IF FxBancoCompra THEN
                   ADD 1 TO WS-BUY-COUNT
                   ADD FX-USD TO WS-BUY-USD
                   ADD FX-PEN TO WS-BUY-PEN
                   ADD FX-INGRESO TO WS-BUY-INGRESO
                ELSE
                   ADD 1 TO WS-SELL-COUNT
                   ADD FX-USD TO WS-SELL-USD
                   ADD FX-PEN TO WS-SELL-PEN
                   ADD FX-INGRESO TO WS-SELL-INGRESO
                END-IF
                READ FxOperFile INTO WS-FXOPER-LINE
                   AT END SET EOFFxOperFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE FxOperFile
          END-IF
          COMPUTE WS-NET-USD = WS-BUY-USD - WS-SELL-USD
          COMPUTE WS-TOTAL-INGRESO = WS-BUY-INGRESO + WS-SELL-INGRESO.
       WritePositionReport.
          OPEN OUTPUT PositionFile
          IF NOT PositionFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR " WS-POS-FILENAME
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE WS-RUN-DATE TO PT-FECHA
          WRITE PositionRecord FROM WS-POS-TITLE
          MOVE WS-LAST-MEDIO TO PR-MEDIO
          WRITE PositionRecord FROM WS-POS-RATE
          MOVE SPACES TO PositionRecord
          WRITE PositionRecord
          MOVE "DOLARES COMPRADOS" TO PS-LABEL
          MOVE WS-BUY-COUNT TO PS-COUNT
          MOVE WS-BUY-USD TO PS-USD
          MOVE WS-BUY-PEN TO PS-PEN
          MOVE ZERO TO WS-AVG-RATE
          IF WS-BUY-USD IS GREATER THAN ZERO THEN
             COMPUTE WS-AVG-RATE ROUNDED = WS-BUY-PEN / WS-BUY-USD
          END-IF
          MOVE WS-AVG-RATE TO PS-TASA
          WRITE PositionRecord FROM WS-POS-SIDE
          MOVE "DOLARES VENDIDOS" TO PS-LABEL
          MOVE WS-SELL-COUNT TO PS-COUNT
          MOVE WS-SELL-USD TO PS-USD
          MOVE WS-SELL-PEN TO PS-PEN
          MOVE ZERO TO WS-AVG-RATE
          IF WS-SELL-USD IS GREATER THAN ZERO THEN
             COMPUTE WS-AVG-RATE ROUNDED = WS-SELL-PEN / WS-SELL-USD
          END-IF
          MOVE WS-AVG-RATE TO PS-TASA
          WRITE PositionRecord FROM WS-POS-SIDE
          MOVE WS-NET-USD TO PN-USD
          EVALUATE TRUE
             WHEN WS-NET-USD IS GREATER THAN ZERO
                MOVE "LARGA" TO PN-SENTIDO
             WHEN WS-NET-USD IS LESS THAN ZERO
                MOVE "CORTA" TO PN-SENTIDO
             WHEN OTHER
                MOVE "CUADRADA" TO PN-SENTIDO
          END-EVALUATE
          WRITE PositionRecord FROM WS-POS-NET
          MOVE SPACES TO PositionRecord
          WRITE PositionRecord
          MOVE "INGRESO EN COMPRAS (PEN)   : " TO PI-LABEL
          MOVE WS-BUY-INGRESO TO PI-VALUE
          WRITE PositionRecord FROM WS-POS-INCOME
          MOVE "INGRESO EN VENTAS (PEN)    : " TO PI-LABEL
          MOVE WS-SELL-INGRESO TO PI-VALUE
          WRITE PositionRecord FROM WS-POS-INCOME
          MOVE "INGRESO TOTAL POR CAMBIO   : " TO PI-LABEL
          MOVE WS-TOTAL-INGRESO TO PI-VALUE
          WRITE PositionRecord FROM WS-POS-INCOME
          CLOSE PositionFile
          DISPLAY "LOG: POSICION DE CAMBIO EN " WS-POS-FILENAME.
       WriteControlFigures.
          MOVE "Practica2PosicionFx" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          MOVE WS-OPER-COUNT TO CIF-READ
          MOVE WS-OPER-COUNT TO CIF-WRITTEN
          MOVE ZERO TO CIF-REJECTED
          MOVE WS-TOTAL-INGRESO TO CIF-AMOUNT
          OPEN EXTEND ControlFiguresFile
          IF NOT ControlFiguresFileOK THEN
             CLOSE ControlFiguresFile
             OPEN OUTPUT ControlFiguresFile
          END-IF
          WRITE ControlFiguresRecord FROM WS-CIFRAS-LINE
          CLOSE ControlFiguresFile.
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

       01 PositionBuffer      PIC X(30)   VALUES SPACES.
          88 EOFPositionFile  VALUES      HIGH-VALUES.
       FD CashLoadFile.
       01 CashLoadBuffer      PIC X(60)   VALUES SPACES.
          88 EOFCashLoadFile  VALUES      HIGH-VALUES.
       FD ReportDatFile.
       01 ReportDatBuffer     PIC X(66)   VALUES SPACES.
          88 EOFReportDat     VALUES      HIGH-VALUES.
       FD SettleFile.
       01 SettleRecord        PIC X(120)  VALUES SPACES.
       FD ExceptionLogFile.
       01 ExceptionLogRecord  PIC X(100)  VALUES SPACES.
       FD ControlFiguresFile.
       COPY "ExceptionLogFields".
       COPY "ControlFiguresFields".
       COPY "ProcessDateFields".
       COPY "CashLoadFields".
       01 WS-RUN-DATE         PIC 9(8)    VALUE ZERO.
       01 WS-POS-STATUS       PIC X(2)    VALUE SPACE.
          88 PositionFileOK   VALUE "00".
          05 FILLER           PIC X       VALUE SPACE.
          05 PL-POSITION      PIC S9(9) SIGN IS LEADING SEPARATE
                                          VALUE ZERO.
      *   SOBRANTE (CONTADO MENOS CALCULADO) DEL ULTIMO CONTEO FISICO;
      *   SE ARRASTRA HASTA EL CONTEO SIGUIENTE Y SIRVE DE EVIDENCIA EN
      *   LOS RECLAMOS DE CAJERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 PL-SOBRANTE      PIC S9(9) SIGN IS LEADING SEPARATE
                                          VALUE ZERO.
       01 ReportDatRecord.
          05 DateRecord       PIC X(10).
          05 FILLER           PIC X.
             10 TT-MONEY      PIC X(3).
             10 TT-PRIOR      PIC S9(9).
             10 TT-LOADED     PIC 9(9).
             10 TT-COLLECTED  PIC 9(9).
             10 TT-DISPENSED  PIC 9(9).
             10 TT-COUNTED    PIC 9(9).
             10 TT-HASCOUNT   PIC X(1).
             10 TT-SOBRANTE   PIC S9(9).
       01 TerminalIdx         PIC 9(3)    VALUE ZERO.
       01 WS-TERM-FOUND-SW    PIC X(1)    VALUE "N".
          88 WS-TERM-FOUND    VALUE "Y".
          05 SL-PRIOR         PIC -(8)9.
          05 FILLER           PIC X(7)    VALUE " CARGA ".
          05 SL-LOADED        PIC Z(8)9.
          05 FILLER           PIC X(8)    VALUE " RECOJO ".
          05 SL-COLLECTED     PIC Z(8)9.
          05 FILLER           PIC X(11)   VALUE " DISPENSADO".
          05 FILLER           PIC X       VALUE SPACE.
          05 SL-DISPENSED     PIC Z(8)9.
                MOVE PL-MONEY    TO WS-LOOK-MONEY
                PERFORM FindOrAddTerminal
                MOVE PL-POSITION TO TT-PRIOR(TerminalIdx)
                IF PL-SOBRANTE IS NUMERIC THEN
                   MOVE PL-SOBRANTE TO TT-SOBRANTE(TerminalIdx)
                END-IF
                READ PositionFile INTO WS-POSITION-LINE
                   AT END SET EOFPositionFile TO TRUE
                END-READ
                MOVE CL-TERMINAL TO WS-LOOK-TERMINAL
                MOVE CL-MONEY    TO WS-LOOK-MONEY
                PERFORM FindOrAddTerminal
      *         EL RECOJO DE EXCEDENTES SACA EFECTIVO DE LA GAVETA.
                IF CashLoadCollect THEN
                   ADD CL-AMOUNT TO TT-COLLECTED(TerminalIdx)
                ELSE
                   ADD CL-AMOUNT TO TT-LOADED(TerminalIdx)
                END-IF
                IF CL-COUNTED IS NOT EQUAL TO SPACES
                      AND CL-COUNTED IS NUMERIC THEN
                   MOVE CL-COUNTED TO WS-COUNTED-NUM
             MOVE WS-LOOK-MONEY    TO TT-MONEY(TerminalIdx)
             MOVE ZERO TO TT-PRIOR(TerminalIdx)
             MOVE ZERO TO TT-LOADED(TerminalIdx)
             MOVE ZERO TO TT-COLLECTED(TerminalIdx)
             MOVE ZERO TO TT-DISPENSED(TerminalIdx)
             MOVE ZERO TO TT-COUNTED(TerminalIdx)
             MOVE "N"  TO TT-HASCOUNT(TerminalIdx)
             MOVE ZERO TO TT-SOBRANTE(TerminalIdx)
          END-IF.
       SettleOneTerminal.
          COMPUTE WS-POSITION = TT-PRIOR(TerminalIdx)
             + TT-LOADED(TerminalIdx) - TT-COLLECTED(TerminalIdx)
             - TT-DISPENSED(TerminalIdx)
          MOVE TT-TERMINAL(TerminalIdx)  TO SL-TERMINAL
          MOVE TT-MONEY(TerminalIdx)     TO SL-MONEY
          MOVE TT-PRIOR(TerminalIdx)     TO SL-PRIOR
          MOVE TT-LOADED(TerminalIdx)    TO SL-LOADED
          MOVE TT-COLLECTED(TerminalIdx) TO SL-COLLECTED
          MOVE TT-DISPENSED(TerminalIdx) TO SL-DISPENSED
          MOVE WS-POSITION               TO SL-POSITION
          MOVE SPACES                    TO SL-FLAG
                MOVE TT-TERMINAL(TerminalIdx) TO EXLOG-KEYVALUE
                PERFORM LogException
             END-IF
             COMPUTE TT-SOBRANTE(TerminalIdx) = ZERO - WS-DRIFT
      *      EL CONTEO FISICO MANDA: LA POSICION ARRASTRADA SE
      *      REALINEA AL CONTADO DE LA REPOSICION.
             MOVE TT-COUNTED(TerminalIdx) TO WS-POSITION
             MOVE TT-TERMINAL(TerminalIdx) TO PL-TERMINAL
             MOVE TT-MONEY(TerminalIdx)    TO PL-MONEY
             MOVE TT-PRIOR(TerminalIdx)    TO PL-POSITION
             MOVE TT-SOBRANTE(TerminalIdx) TO PL-SOBRANTE
             WRITE PositionBuffer FROM WS-POSITION-LINE
          END-PERFORM
          CLOSE PositionFile.

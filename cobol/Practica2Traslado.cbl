       IDENTIFICATION DIVISION.
       PROGRAM-ID. Practica2Traslado.
      * ORDENES DE TRASLADO DE VALORES A LA TRANSPORTADORA. CADA ORDEN
      * (VER TransportOrderFields) ES UNA CARGA (C) O UN RECOJO DE
      * EXCEDENTE (R) PARA UN TERMINAL Y MONEDA, CON SU DESGLOSE POR
      * DENOMINACION SEGUN PARAMTRASLADO.DAT.
      * MODOS:
      *   O APROBADOR [FECHA]
      *               TESORERIA APRUEBA EL PLAN PLANREPOSICION_<FECHA>
      *               DE Practica2Pronostico (POR DEFECTO EL DE LA
      *               FECHA DE PROCESO): LOS TERMINALES A CARGAR PIDEN
      *               LA CARGA SUGERIDA Y LOS QUE TIENEN MAS EFECTIVO
      *               QUE EL UMBRAL DE RECOJO (PORCENTAJE DE LA DEMANDA
      *               PROYECTADA, 300 SI NO SE INDICA) PIDEN EL RECOJO
      *               DE LO QUE SOBRA SOBRE LA DEMANDA. EL SERVICIO ES
      *               EL DIA HABIL SIGUIENTE AL PLAN. LAS ORDENES QUEDAN
      *               EN TRASLADOS.DAT Y SE ENVIAN EN
      *               ORDENTRASLADO_<FECHA>.DAT CERRADO CON *TRAILER.
      *   C           CONFIRMACION NOCTURNA, ANTES DEL CUADRE DE
      *               EFECTIVO: APLICA CONFTRASLADO.DAT (SI SU TRAILER
      *               CUADRA) A LAS ORDENES, GENERA LAS LINEAS DE
      *               CARGAEFECTIVO.DAT Y REPORTA EN
      *               TRASLADOCONF_<FECHA>.DAT LAS ORDENES NO
      *               ENTREGADAS, LAS ENTREGADAS DE MENOS Y TODA CARGA
      *               SIN ORDEN (DE LA TRANSPORTADORA O INGRESADA A
      *               MANO EN CARGAEFECTIVO.DAT).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT TransportFile ASSIGN TO "TRASLADOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TRASLADOS-STATUS.
          SELECT ParamFile ASSIGN TO "PARAMTRASLADO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARAMTRAS-STATUS.
          SELECT PlanFile ASSIGN TO WS-PLAN-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PLAN-STATUS.
          SELECT OrderOutFile ASSIGN TO WS-ORDER-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ORDEROUT-STATUS.
          SELECT ConfFile ASSIGN TO "CONFTRASLADO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONFTRAS-STATUS.
          SELECT CashLoadFile ASSIGN TO "CARGAEFECTIVO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOAD-STATUS.
          SELECT ReportFile ASSIGN TO WS-REPORT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.
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
       FD TransportFile.
       01 TransportRecord        PIC X(130)  VALUES SPACES.
          88 EOFTransport        VALUES      HIGH-VALUES.
       FD ParamFile.
       01 ParamBuffer            PIC X(40)   VALUES SPACES.
          88 EOFParamFile        VALUES      HIGH-VALUES.
       FD PlanFile.
       01 PlanBuffer             PIC X(90)   VALUES SPACES.
          88 EOFPlanFile         VALUES      HIGH-VALUES.
       FD OrderOutFile.
       01 OrderOutRecord         PIC X(100)  VALUES SPACES.
       FD ConfFile.
       01 ConfRecord             PIC X(60)   VALUES SPACES.
          88 EOFConfFile         VALUES      HIGH-VALUES.
       FD CashLoadFile.
       01 CashLoadBuffer         PIC X(60)   VALUES SPACES.
          88 EOFCashLoadFile     VALUES      HIGH-VALUES.
       FD ReportFile.
       01 ReportRecord           PIC X(100)  VALUES SPACES.
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
       COPY "TransportOrderFields".
       COPY "CashLoadFields".
       COPY "OpeclienTrailerFields".
       01 WS-RUN-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-PLAN-DATE           PIC 9(8)    VALUE ZERO.
       01 WS-PARAMTRAS-STATUS    PIC X(2)    VALUE SPACE.
          88 TransportParamOK    VALUE "00".
       01 WS-PLAN-STATUS         PIC X(2)    VALUE SPACE.
          88 PlanFileOK          VALUE "00".
       01 WS-ORDEROUT-STATUS     PIC X(2)    VALUE SPACE.
          88 OrderOutFileOK      VALUE "00".
       01 WS-LOAD-STATUS         PIC X(2)    VALUE SPACE.
          88 CashLoadFileOK      VALUE "00".
       01 WS-REPORT-STATUS       PIC X(2)    VALUE SPACE.
          88 ReportFileOK        VALUE "00".
       01 WS-PLAN-FILENAME       PIC X(30)   VALUE SPACES.
       01 WS-ORDER-FILENAME      PIC X(30)   VALUE SPACES.
       01 WS-REPORT-FILENAME     PIC X(30)   VALUE SPACES.
       01 WS-CMDLINE             PIC X(102)  VALUE SPACES.
       01 WS-CMDLINE-FIELDS REDEFINES WS-CMDLINE.
          05 WS-MODE             PIC X(1).
             88 OrderMode        VALUE "O".
             88 ConfirmMode      VALUE "C".
          05 FILLER              PIC X.
          05 WS-CMDDATA          PIC X(100).
       01 OR-APROBADOR           PIC X(8)    VALUE SPACES.
       01 OR-FECHA               PIC X(8)    VALUE SPACES.
      * PARAMTRASLADO.DAT:
      *   D MON VALR PCT  DENOMINACION DE LA MONEDA Y SU PARTE DEL
      *                   MONTO (PCT %); LA ULTIMA DENOMINACION DE LA
      *                   MONEDA TOMA EL SALDO. HASTA 4 POR MONEDA.
      *   R MON      PCT  UMBRAL DE RECOJO: LA POSICION SUPERA PCT %
      *                   DE LA DEMANDA PROYECTADA.
       01 WS-PARAMTRAS-LINE.
          05 PT-CLASE            PIC X(1)    VALUE SPACE.
             88 ParamDenominacion VALUE "D".
             88 ParamRecojo      VALUE "R".
          05 FILLER              PIC X       VALUE SPACE.
          05 PT-MONEDA           PIC X(3)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 PT-VALOR            PIC 9(4)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 PT-PCT              PIC 9(3)    VALUE ZERO.
       01 DenomTable.
          05 DenomCount          PIC 9(2)    VALUE ZERO.
          05 DenomEntry OCCURS 40 TIMES.
             10 DN-MONEDA        PIC X(3).
             10 DN-VALOR         PIC 9(4).
             10 DN-PCT           PIC 9(3).
       01 DenomIdx               PIC 9(2)    VALUE ZERO.
       01 CollectTable.
          05 CollectCount        PIC 9(2)    VALUE ZERO.
          05 CollectEntry OCCURS 10 TIMES.
             10 CP-MONEDA        PIC X(3).
             10 CP-PCT           PIC 9(3).
       01 CollectIdx             PIC 9(2)    VALUE ZERO.
      * LINEA DEL PLAN DE REPOSICION TAL COMO LA ESCRIBE
      * Practica2Pronostico.
       01 WS-PLAN-IN.
          05 PI-TERMINAL         PIC X(4).
          05 FILLER              PIC X.
          05 PI-MONEY            PIC X(3).
          05 FILLER              PIC X(10).
          05 PI-POSITION         PIC X(9).
          05 FILLER              PIC X(10).
          05 PI-DEMANDA          PIC X(10).
          05 FILLER              PIC X(8).
          05 PI-CARGA            PIC X(10).
          05 FILLER              PIC X.
          05 PI-MARCA            PIC X(12).
             88 PlanCargar       VALUE "CARGAR".
             88 PlanSuficiente   VALUE "SUFICIENTE".
          05 FILLER              PIC X(12).
       01 WS-PARSE-TEXT          PIC X(10)   VALUE SPACES.
       01 WS-PARSE-NUM           PIC S9(11)  VALUE ZERO.
       01 WS-PARSE-IDX           PIC 9(2)    VALUE ZERO.
       01 WS-PARSE-CHAR          PIC X(1)    VALUE SPACE.
       01 WS-PARSE-DIGIT         PIC 9(1)    VALUE ZERO.
       01 WS-NEG-SW              PIC X(1)    VALUE "N".
          88 WS-PARSE-NEG        VALUE "Y".
       01 WS-PLAN-POSITION       PIC S9(11)  VALUE ZERO.
       01 WS-PLAN-DEMANDA        PIC S9(11)  VALUE ZERO.
       01 WS-PLAN-CARGA          PIC S9(11)  VALUE ZERO.
       01 WS-COLLECT-PCT         PIC 9(3)    VALUE ZERO.
       01 WS-ORDER-TIPO          PIC X(1)    VALUE SPACE.
       01 WS-ORDER-MONTO         PIC 9(9)    VALUE ZERO.
       01 WS-ORDER-ERROR         PIC X(30)   VALUE SPACES.
      * DESGLOSE POR DENOMINACION.
       01 WS-SLOT-COUNT          PIC 9(1)    VALUE ZERO.
       01 WS-SLOT                PIC 9(1)    VALUE ZERO.
       01 WS-SLOT-PCT            PIC 9(3)    OCCURS 4 TIMES.
       01 WS-ASIGNADO            PIC 9(10)   VALUE ZERO.
       01 WS-RESTO               PIC S9(10)  VALUE ZERO.
       01 WS-RESTO-REM           PIC 9(4)    VALUE ZERO.
      * COLA DE ORDENES EN MEMORIA.
       01 OrderTable.
          05 OrderCount          PIC 9(4)    VALUE ZERO.
          05 OrderEntry OCCURS 9999 TIMES.
             10 OQ-LINE          PIC X(130).
       01 OrderIdx               PIC 9(4)    VALUE ZERO.
       01 WS-ORDER-POS           PIC 9(4)    VALUE ZERO.
       01 WS-LAST-ORDEN          PIC 9(8)    VALUE ZERO.
       01 WS-ORDEN-NUM           PIC 9(8)    VALUE ZERO.
       01 WS-ORDER-HASH          PIC 9(10)V9(2) VALUE ZERO.
       01 WS-ORDER-WRITTEN       PIC 9(7)    VALUE ZERO.
      * FECHA DE SERVICIO (DIA HABIL SIGUIENTE AL PLAN) Y CORTE DE
      * DEPURACION DE ORDENES CERRADAS.
       01 WS-SERV-DATE           PIC 9(8)    VALUE ZERO.
       01 WS-NEXT-DATE           PIC 9(8)    VALUE ZERO.
       01 WS-NEXT-DATE-FIELDS REDEFINES WS-NEXT-DATE.
          05 WS-NEXT-YEAR        PIC 9(4).
          05 WS-NEXT-MONTH       PIC 9(2).
          05 WS-NEXT-DAY         PIC 9(2).
       01 WS-NEXT-HABIL          PIC X(1)    VALUE SPACE.
       01 WS-DAYS-IN-MONTH       PIC 9(2)    VALUE ZERO.
       01 WS-LEAP-REM-4          PIC 9(4)    VALUE ZERO.
       01 WS-LEAP-REM-100        PIC 9(4)    VALUE ZERO.
       01 WS-LEAP-REM-400        PIC 9(4)    VALUE ZERO.
       01 WS-LEAP-QUOT           PIC 9(4)    VALUE ZERO.
       01 WS-CUTOFF-DATE         PIC 9(8)    VALUE ZERO.
       01 WS-CUTOFF-FIELDS REDEFINES WS-CUTOFF-DATE.
          05 WS-CUT-YEAR         PIC 9(4).
          05 WS-CUT-MONTH        PIC 9(2).
          05 WS-CUT-DAY          PIC 9(2).
       01 WS-CONF-OK-SW          PIC X(1)    VALUE "N".
          88 WS-CONF-OK          VALUE "Y".
       01 WS-APPLIED-SW          PIC X(1)    VALUE "N".
          88 WS-ALREADY-APPLIED  VALUE "Y".
       01 WS-CONF-FECHA          PIC 9(8)    VALUE ZERO.
       01 WS-CONF-ERROR          PIC X(30)   VALUE SPACES.
       01 WS-CONF-OBS            PIC X(20)   VALUE SPACES.
       01 WS-EXLOG-VALUE         PIC X(11)   VALUE SPACES.
       01 WS-PLAN-READ           PIC 9(7)    VALUE ZERO.
       01 WS-ORDERS-NEW          PIC 9(7)    VALUE ZERO.
       01 WS-ORDERS-SKIPPED      PIC 9(7)    VALUE ZERO.
       01 WS-ORDER-TOTAL         PIC 9(11)V9(2) VALUE ZERO.
       01 WS-CONF-READ           PIC 9(7)    VALUE ZERO.
       01 WS-CONF-APPLIED        PIC 9(7)    VALUE ZERO.
       01 WS-CONF-REJECTED       PIC 9(7)    VALUE ZERO.
       01 WS-NOT-DELIVERED       PIC 9(7)    VALUE ZERO.
       01 WS-SHORT-COUNT         PIC 9(7)    VALUE ZERO.
       01 WS-UNPLANNED           PIC 9(7)    VALUE ZERO.
       01 WS-UNCONFIRMED         PIC 9(7)    VALUE ZERO.
       01 WS-LOAD-WRITTEN        PIC 9(7)    VALUE ZERO.
       01 WS-DELIVERED-TOTAL     PIC 9(11)V9(2) VALUE ZERO.
       01 WS-PURGED              PIC 9(7)    VALUE ZERO.
       01 WS-RPT-LINE.
          05 RT-ORDEN            PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 RT-TERMINAL         PIC X(4)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 RT-MONEDA           PIC X(3)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 RT-TIPO             PIC X(1)    VALUE SPACE.
          05 FILLER              PIC X       VALUE SPACE.
          05 RT-FECHA            PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X(8)    VALUE " PEDIDO ".
          05 RT-PEDIDO           PIC Z(8)9.
          05 FILLER              PIC X(11)   VALUE " ENTREGADO ".
          05 RT-ENTREGADO        PIC Z(8)9.
          05 FILLER              PIC X       VALUE SPACE.
          05 RT-OBS              PIC X(20)   VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "*** TRASLADO DE VALORES A CAJEROS ***"
          PERFORM LoadProcessDate
          ACCEPT WS-CMDLINE FROM COMMAND-LINE
          EVALUATE TRUE
             WHEN OrderMode
                UNSTRING WS-CMDDATA DELIMITED BY ALL SPACE
                   INTO OR-APROBADOR OR-FECHA
                END-UNSTRING
                PERFORM CreateOrders
             WHEN ConfirmMode
                PERFORM ConfirmDeliveries
             WHEN OTHER
                DISPLAY "USO: Practica2Traslado O APROBADOR [FECHA] | C"
                MOVE 1 TO RETURN-CODE
          END-EVALUATE
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
       CreateOrders.
          IF OR-APROBADOR IS EQUAL TO SPACES THEN
             DISPLAY "USO: Practica2Traslado O APROBADOR [FECHA]"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          IF OR-FECHA IS NUMERIC THEN
             MOVE OR-FECHA TO WS-PLAN-DATE
          ELSE
             MOVE WS-RUN-DATE TO WS-PLAN-DATE
          END-IF
          STRING "PLANREPOSICION_" DELIMITED BY SIZE
                 WS-PLAN-DATE      DELIMITED BY SIZE
                 ".DAT"            DELIMITED BY SIZE
             INTO WS-PLAN-FILENAME
          STRING "ORDENTRASLADO_" DELIMITED BY SIZE
                 WS-PLAN-DATE     DELIMITED BY SIZE
                 ".DAT"           DELIMITED BY SIZE
             INTO WS-ORDER-FILENAME
          PERFORM LoadTransportParams
          PERFORM LoadOrders
          PERFORM VARYING OrderIdx FROM 1 BY 1
             UNTIL OrderIdx > OrderCount
             MOVE OQ-LINE(OrderIdx) TO WS-TRASLADO-LINE
             IF TV-FECHA-PLAN IS EQUAL TO WS-PLAN-DATE THEN
                DISPLAY "ERROR: EL PLAN DEL " WS-PLAN-DATE
                   " YA FUE APROBADO (ORDEN " TV-ORDEN ")"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
          END-PERFORM
          PERFORM ComputeServiceDate
          OPEN INPUT PlanFile
          IF NOT PlanFileOK THEN
             DISPLAY "ERROR: NO SE ENCONTRO " WS-PLAN-FILENAME
             MOVE "Practica2Traslado" TO EXLOG-PROGRAM
             MOVE "FILESTATUS"        TO EXLOG-CODETYPE
             MOVE WS-PLAN-STATUS      TO EXLOG-CODEVALUE
             MOVE WS-PLAN-FILENAME    TO EXLOG-KEYVALUE
             PERFORM LogException
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          DISPLAY "LOG: PLAN " WS-PLAN-FILENAME " APROBADO POR "
             OR-APROBADOR " - SERVICIO EL " WS-SERV-DATE
          READ PlanFile INTO WS-PLAN-IN
             AT END SET EOFPlanFile TO TRUE
          END-READ
          PERFORM UNTIL EOFPlanFile
             IF WS-PLAN-IN IS NOT EQUAL TO SPACES THEN
                ADD 1 TO WS-PLAN-READ
                PERFORM OrderOneTerminal
             END-IF
             READ PlanFile INTO WS-PLAN-IN
                AT END SET EOFPlanFile TO TRUE
             END-READ
          END-PERFORM
          CLOSE PlanFile
          PERFORM WriteOrderFile
          PERFORM RewriteOrders
          MOVE WS-PLAN-READ      TO CIF-READ
          MOVE WS-ORDERS-NEW     TO CIF-WRITTEN
          MOVE WS-ORDERS-SKIPPED TO CIF-REJECTED
          MOVE WS-ORDER-TOTAL    TO CIF-AMOUNT
          PERFORM WriteControlFigures
          DISPLAY "============================"
          DISPLAY "LINEAS DEL PLAN      : " WS-PLAN-READ
          DISPLAY "ORDENES EMITIDAS     : " WS-ORDERS-NEW
          DISPLAY "TERMINALES OMITIDOS  : " WS-ORDERS-SKIPPED
          DISPLAY "MONTO ORDENADO       : " WS-ORDER-TOTAL
          DISPLAY "ARCHIVO A TRANSPORTADORA: " WS-ORDER-FILENAME
          DISPLAY "============================".
       LoadTransportParams.
          OPEN INPUT ParamFile
          IF NOT TransportParamOK THEN
             DISPLAY "ERROR: NO SE ENCONTRO PARAMTRASLADO.DAT - SIN "
                "DENOMINACIONES NO SE PUEDEN ORDENAR TRASLADOS"
             MOVE "Practica2Traslado" TO EXLOG-PROGRAM
             MOVE "FILESTATUS"        TO EXLOG-CODETYPE
             MOVE WS-PARAMTRAS-STATUS TO EXLOG-CODEVALUE
             MOVE "PARAMTRASLADO.DAT" TO EXLOG-KEYVALUE
             PERFORM LogException
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          READ ParamFile INTO WS-PARAMTRAS-LINE
             AT END SET EOFParamFile TO TRUE
          END-READ
          PERFORM UNTIL EOFParamFile
             EVALUATE TRUE
                WHEN WS-PARAMTRAS-LINE IS EQUAL TO SPACES
                   CONTINUE
                WHEN ParamDenominacion AND PT-VALOR IS NUMERIC
                      AND PT-VALOR IS GREATER THAN ZERO
                      AND PT-PCT IS NUMERIC
                   IF DenomCount < 40 THEN
                      ADD 1 TO DenomCount
                      MOVE PT-MONEDA TO DN-MONEDA(DenomCount)
                      MOVE PT-VALOR  TO DN-VALOR(DenomCount)
                      MOVE PT-PCT    TO DN-PCT(DenomCount)
                   ELSE
                      DISPLAY "AVISO: MAS DE 40 DENOMINACIONES - SE "
                         "OMITE " PT-MONEDA " " PT-VALOR
                   END-IF
                WHEN ParamRecojo AND PT-PCT IS NUMERIC
                   IF CollectCount < 10 THEN
                      ADD 1 TO CollectCount
                      MOVE PT-MONEDA TO CP-MONEDA(CollectCount)
                      MOVE PT-PCT    TO CP-PCT(CollectCount)
                   END-IF
                WHEN OTHER
                   DISPLAY "AVISO: LINEA INVALIDA EN PARAMTRASLADO.DAT"
                   DISPLAY "  " WS-PARAMTRAS-LINE
             END-EVALUATE
             READ ParamFile INTO WS-PARAMTRAS-LINE
                AT END SET EOFParamFile TO TRUE
             END-READ
          END-PERFORM
          CLOSE ParamFile
          DISPLAY "LOG: DENOMINACIONES: " DenomCount
             " UMBRALES DE RECOJO: " CollectCount.
       LoadOrders.
          OPEN INPUT TransportFile
          IF TransportFileOK THEN
             READ TransportFile
                AT END SET EOFTransport TO TRUE
             END-READ
             PERFORM UNTIL EOFTransport
                IF TransportRecord IS NOT EQUAL TO SPACES THEN
                   IF OrderCount >= 9999 THEN
                      DISPLAY "ERROR: TRASLADOS.DAT EXCEDE 9999 "
                         "ORDENES - SE DETIENE"
                      CLOSE TransportFile
                      MOVE 1 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO OrderCount
                   MOVE TransportRecord TO OQ-LINE(OrderCount)
                   MOVE TransportRecord TO WS-TRASLADO-LINE
                   IF TV-ORDEN IS GREATER THAN WS-LAST-ORDEN THEN
                      MOVE TV-ORDEN TO WS-LAST-ORDEN
                   END-IF
                END-IF
                READ TransportFile
                   AT END SET EOFTransport TO TRUE
                END-READ
             END-PERFORM
             CLOSE TransportFile
          ELSE
             DISPLAY "LOG: SIN TRASLADOS.DAT - SIN ORDENES PREVIAS"
          END-IF
          DISPLAY "LOG: ORDENES REGISTRADAS: " OrderCount.
       ComputeServiceDate.
          MOVE WS-PLAN-DATE TO WS-NEXT-DATE
          MOVE "N" TO WS-NEXT-HABIL
          PERFORM UNTIL WS-NEXT-HABIL IS EQUAL TO "S"
             PERFORM AddOneDay
             CALL "EsDiaHabil" USING WS-NEXT-DATE WS-NEXT-HABIL
          END-PERFORM
          MOVE WS-NEXT-DATE TO WS-SERV-DATE.
       AddOneDay.
          PERFORM ComputeDaysInMonth
          IF WS-NEXT-DAY IS LESS THAN WS-DAYS-IN-MONTH THEN
             ADD 1 TO WS-NEXT-DAY
          ELSE
             MOVE 1 TO WS-NEXT-DAY
             IF WS-NEXT-MONTH IS LESS THAN 12 THEN
                ADD 1 TO WS-NEXT-MONTH
             ELSE
                MOVE 1 TO WS-NEXT-MONTH
                ADD 1 TO WS-NEXT-YEAR
             END-IF
          END-IF.
       ComputeDaysInMonth.
          EVALUATE WS-NEXT-MONTH
             WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                MOVE 31 TO WS-DAYS-IN-MONTH
             WHEN 4 WHEN 6 WHEN 9 WHEN 11
                MOVE 30 TO WS-DAYS-IN-MONTH
             WHEN 2
                DIVIDE WS-NEXT-YEAR BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-4
                DIVIDE WS-NEXT-YEAR BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-100
                DIVIDE WS-NEXT-YEAR BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-400
                IF WS-LEAP-REM-4 IS EQUAL TO ZERO
                      AND (WS-LEAP-REM-100 IS NOT EQUAL TO ZERO
                           OR WS-LEAP-REM-400 IS EQUAL TO ZERO) THEN
                   MOVE 29 TO WS-DAYS-IN-MONTH
                ELSE
                   MOVE 28 TO WS-DAYS-IN-MONTH
                END-IF
          END-EVALUATE.
       OrderOneTerminal.
      *   CARGAR: SE PIDE LA CARGA SUGERIDA. SUFICIENTE: SI LA POSICION
      *   SUPERA EL UMBRAL SE RECOGE LO QUE EXCEDE LA DEMANDA. SIN
      *   POSICION NO SE ORDENA NADA.
          MOVE SPACES TO WS-ORDER-ERROR
          MOVE SPACE  TO WS-ORDER-TIPO
          MOVE ZERO   TO WS-ORDER-MONTO
          MOVE PI-POSITION TO WS-PARSE-TEXT
          PERFORM ParseAmount
          MOVE WS-PARSE-NUM TO WS-PLAN-POSITION
          MOVE PI-DEMANDA TO WS-PARSE-TEXT
          PERFORM ParseAmount
          MOVE WS-PARSE-NUM TO WS-PLAN-DEMANDA
          MOVE PI-CARGA TO WS-PARSE-TEXT
          PERFORM ParseAmount
          MOVE WS-PARSE-NUM TO WS-PLAN-CARGA
          EVALUATE TRUE
             WHEN PlanCargar AND WS-PLAN-CARGA IS GREATER THAN ZERO
                MOVE "C" TO WS-ORDER-TIPO
                MOVE WS-PLAN-CARGA TO WS-ORDER-MONTO
             WHEN PlanSuficiente
                MOVE 300 TO WS-COLLECT-PCT
                PERFORM VARYING CollectIdx FROM 1 BY 1
                   UNTIL CollectIdx > CollectCount
                   IF CP-MONEDA(CollectIdx) IS EQUAL TO PI-MONEY THEN
                      MOVE CP-PCT(CollectIdx) TO WS-COLLECT-PCT
                   END-IF
                END-PERFORM
                IF WS-PLAN-DEMANDA IS GREATER THAN ZERO
                      AND WS-PLAN-POSITION * 100 IS GREATER THAN
                         WS-PLAN-DEMANDA * WS-COLLECT-PCT THEN
                   MOVE "R" TO WS-ORDER-TIPO
                   COMPUTE WS-ORDER-MONTO =
                      WS-PLAN-POSITION - WS-PLAN-DEMANDA
                END-IF
             WHEN OTHER
                DISPLAY "LOG: " PI-TERMINAL " " PI-MONEY " "
                   PI-MARCA " - SIN ORDEN"
          END-EVALUATE
          IF WS-ORDER-TIPO IS NOT EQUAL TO SPACE THEN
             PERFORM FindOpenOrder
             IF WS-ORDER-POS IS GREATER THAN ZERO THEN
                MOVE "ORDEN ANTERIOR AUN ABIERTA" TO WS-ORDER-ERROR
                MOVE "ABIERTA" TO WS-EXLOG-VALUE
             ELSE
                PERFORM BuildOrder
                IF WS-SLOT-COUNT IS EQUAL TO ZERO THEN
                   MOVE "MONEDA SIN DENOMINACIONES" TO WS-ORDER-ERROR
                   MOVE "SINDENOM" TO WS-EXLOG-VALUE
                END-IF
             END-IF
             IF WS-ORDER-ERROR IS NOT EQUAL TO SPACES THEN
                ADD 1 TO WS-ORDERS-SKIPPED
                DISPLAY "AVISO: " PI-TERMINAL " " PI-MONEY
                   " NO SE ORDENA - " WS-ORDER-ERROR
                MOVE "Practica2Traslado" TO EXLOG-PROGRAM
                MOVE "TRASLADO"          TO EXLOG-CODETYPE
                MOVE WS-EXLOG-VALUE      TO EXLOG-CODEVALUE
                MOVE SPACES              TO EXLOG-KEYVALUE
                STRING PI-TERMINAL DELIMITED BY SIZE
                       SPACE DELIMITED BY SIZE
                       PI-MONEY DELIMITED BY SIZE
                       SPACE DELIMITED BY SIZE
                       WS-ORDER-TIPO DELIMITED BY SIZE
                   INTO EXLOG-KEYVALUE
                PERFORM LogException
             ELSE
                IF TV-MONTO IS GREATER THAN ZERO THEN
                   IF OrderCount >= 9999 THEN
                      DISPLAY "ERROR: TRASLADOS.DAT EXCEDE 9999 "
                         "ORDENES - SE DETIENE"
                      MOVE 1 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-LAST-ORDEN
                   MOVE WS-LAST-ORDEN TO TV-ORDEN
                   ADD 1 TO OrderCount
                   MOVE WS-TRASLADO-LINE TO OQ-LINE(OrderCount)
                   ADD 1 TO WS-ORDERS-NEW
                   ADD TV-MONTO TO WS-ORDER-TOTAL
                   DISPLAY "ORDEN " TV-ORDEN " " TV-TERMINAL " "
                      TV-MONEDA " " TV-TIPO " " TV-MONTO
                END-IF
             END-IF
          END-IF.
       ParseAmount.
      *   IMPORTE EDITADO DEL PLAN: DIGITOS Y SIGNO MENOS.
          MOVE ZERO TO WS-PARSE-NUM
          MOVE "N" TO WS-NEG-SW
          PERFORM VARYING WS-PARSE-IDX FROM 1 BY 1
             UNTIL WS-PARSE-IDX > 10
             MOVE WS-PARSE-TEXT(WS-PARSE-IDX:1) TO WS-PARSE-CHAR
             IF WS-PARSE-CHAR IS EQUAL TO "-" THEN
                MOVE "Y" TO WS-NEG-SW
             END-IF
             IF WS-PARSE-CHAR IS NUMERIC THEN
                MOVE WS-PARSE-CHAR TO WS-PARSE-DIGIT
                COMPUTE WS-PARSE-NUM =
                   WS-PARSE-NUM * 10 + WS-PARSE-DIGIT
             END-IF
          END-PERFORM
          IF WS-PARSE-NEG THEN
             COMPUTE WS-PARSE-NUM = WS-PARSE-NUM * -1
          END-IF.
       FindOpenOrder.
          MOVE ZERO TO WS-ORDER-POS
          PERFORM VARYING OrderIdx FROM 1 BY 1
             UNTIL OrderIdx > OrderCount
             MOVE OQ-LINE(OrderIdx) TO WS-TRASLADO-LINE
             IF TV-TERMINAL IS EQUAL TO PI-TERMINAL
                   AND TV-MONEDA IS EQUAL TO PI-MONEY
                   AND TrasladoPedido THEN
                MOVE OrderIdx TO WS-ORDER-POS
             END-IF
          END-PERFORM.
       BuildOrder.
      *   CADA DENOMINACION TOMA SU PORCENTAJE EN BILLETES ENTEROS Y LA
      *   ULTIMA EL SALDO: EN UNA CARGA SE REDONDEA HACIA ARRIBA PARA
      *   NO QUEDAR CORTO, EN UN RECOJO HACIA ABAJO.
          MOVE SPACES TO WS-TRASLADO-LINE
          MOVE WS-PLAN-DATE  TO TV-FECHA-PLAN
          MOVE WS-SERV-DATE  TO TV-FECHA-SERV
          MOVE PI-TERMINAL   TO TV-TERMINAL
          MOVE PI-MONEY      TO TV-MONEDA
          MOVE WS-ORDER-TIPO TO TV-TIPO
          MOVE ZERO          TO TV-MONTO
          MOVE ZERO          TO TV-ENTREGADO
          SET TrasladoPedido TO TRUE
          MOVE WS-RUN-DATE   TO TV-FECHA-EST
          MOVE OR-APROBADOR  TO TV-APROBADOR
          PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
             MOVE ZERO TO TV-DENOM(WS-SLOT)
             MOVE ZERO TO TV-BILLETES(WS-SLOT)
             MOVE ZERO TO WS-SLOT-PCT(WS-SLOT)
          END-PERFORM
          MOVE ZERO TO WS-SLOT-COUNT
          PERFORM VARYING DenomIdx FROM 1 BY 1
             UNTIL DenomIdx > DenomCount
             IF DN-MONEDA(DenomIdx) IS EQUAL TO PI-MONEY
                   AND WS-SLOT-COUNT < 4 THEN
                ADD 1 TO WS-SLOT-COUNT
                MOVE DN-VALOR(DenomIdx) TO TV-DENOM(WS-SLOT-COUNT)
                MOVE DN-PCT(DenomIdx)   TO WS-SLOT-PCT(WS-SLOT-COUNT)
             END-IF
          END-PERFORM
          IF WS-SLOT-COUNT IS GREATER THAN ZERO THEN
             MOVE ZERO TO WS-ASIGNADO
             PERFORM VARYING WS-SLOT FROM 1 BY 1
                UNTIL WS-SLOT >= WS-SLOT-COUNT
                COMPUTE TV-BILLETES(WS-SLOT) =
                   WS-ORDER-MONTO * WS-SLOT-PCT(WS-SLOT) / 100
                   / TV-DENOM(WS-SLOT)
                COMPUTE WS-ASIGNADO = WS-ASIGNADO
                   + TV-BILLETES(WS-SLOT) * TV-DENOM(WS-SLOT)
             END-PERFORM
             COMPUTE WS-RESTO = WS-ORDER-MONTO - WS-ASIGNADO
             IF WS-RESTO IS GREATER THAN ZERO THEN
                DIVIDE WS-RESTO BY TV-DENOM(WS-SLOT-COUNT)
                   GIVING TV-BILLETES(WS-SLOT-COUNT)
                   REMAINDER WS-RESTO-REM
                IF WS-RESTO-REM IS GREATER THAN ZERO
                      AND TrasladoCarga THEN
                   ADD 1 TO TV-BILLETES(WS-SLOT-COUNT)
                END-IF
                COMPUTE WS-ASIGNADO = WS-ASIGNADO
                   + TV-BILLETES(WS-SLOT-COUNT)
                   * TV-DENOM(WS-SLOT-COUNT)
             END-IF
             MOVE WS-ASIGNADO TO TV-MONTO
          END-IF.
       WriteOrderFile.
          OPEN OUTPUT OrderOutFile
          IF NOT OrderOutFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR " WS-ORDER-FILENAME
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          PERFORM VARYING OrderIdx FROM 1 BY 1
             UNTIL OrderIdx > OrderCount
             MOVE OQ-LINE(OrderIdx) TO WS-TRASLADO-LINE
             IF TV-FECHA-PLAN IS EQUAL TO WS-PLAN-DATE THEN
                WRITE OrderOutRecord FROM TV-PEDIDO
                ADD 1 TO WS-ORDER-WRITTEN
                ADD TV-MONTO TO WS-ORDER-HASH
             END-IF
          END-PERFORM
          MOVE WS-ORDER-WRITTEN TO TRL-COUNT
          MOVE WS-ORDER-HASH    TO TRL-HASH
          WRITE OrderOutRecord FROM WS-TRAILER-LINE
          CLOSE OrderOutFile.
       RewriteOrders.
      *   LAS ORDENES CERRADAS SE CONSERVAN TRES MESES.
          PERFORM ComputeCutoffDate
          OPEN OUTPUT TransportFile
          PERFORM VARYING OrderIdx FROM 1 BY 1
             UNTIL OrderIdx > OrderCount
             MOVE OQ-LINE(OrderIdx) TO WS-TRASLADO-LINE
             IF NOT TrasladoPedido
                   AND TV-FECHA-EST IS LESS THAN WS-CUTOFF-DATE THEN
                ADD 1 TO WS-PURGED
             ELSE
                WRITE TransportRecord FROM OQ-LINE(OrderIdx)
             END-IF
          END-PERFORM
          CLOSE TransportFile.
       ComputeCutoffDate.
          MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
          IF WS-CUT-MONTH IS GREATER THAN 3 THEN
             SUBTRACT 3 FROM WS-CUT-MONTH
          ELSE
             ADD 9 TO WS-CUT-MONTH
             SUBTRACT 1 FROM WS-CUT-YEAR
          END-IF
          IF WS-CUT-DAY IS GREATER THAN 28 THEN
             MOVE 28 TO WS-CUT-DAY
          END-IF.
       ConfirmDeliveries.
          STRING "TRASLADOCONF_" DELIMITED BY SIZE
                 WS-RUN-DATE     DELIMITED BY SIZE
                 ".DAT"          DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
          PERFORM LoadOrders
          OPEN OUTPUT ReportFile
          IF NOT ReportFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR " WS-REPORT-FILENAME
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE SPACES TO ReportRecord
          STRING "TRASLADO DE VALORES - ORDENES OBSERVADAS AL "
                    DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
             INTO ReportRecord
          WRITE ReportRecord
          PERFORM ReviewManualLoads
          IF WS-ALREADY-APPLIED THEN
             DISPLAY "AVISO: CARGAEFECTIVO.DAT YA TIENE LAS LINEAS DE "
                "LA TRANSPORTADORA - NO SE APLICA DE NUEVO"
          ELSE
             PERFORM ApplyConfirmation
             PERFORM ReviewOverdueOrders
             PERFORM RewriteOrders
          END-IF
          MOVE SPACES TO ReportRecord
          WRITE ReportRecord
          MOVE SPACES TO ReportRecord
          STRING "NO ENTREGADAS " DELIMITED BY SIZE
                 WS-NOT-DELIVERED DELIMITED BY SIZE
                 "  CORTAS " DELIMITED BY SIZE
                 WS-SHORT-COUNT DELIMITED BY SIZE
                 "  SIN ORDEN " DELIMITED BY SIZE
                 WS-UNPLANNED DELIMITED BY SIZE
                 "  SIN CONFIRMAR " DELIMITED BY SIZE
                 WS-UNCONFIRMED DELIMITED BY SIZE
             INTO ReportRecord
          WRITE ReportRecord
          CLOSE ReportFile
          MOVE WS-CONF-READ       TO CIF-READ
          MOVE WS-LOAD-WRITTEN    TO CIF-WRITTEN
          MOVE WS-CONF-REJECTED   TO CIF-REJECTED
          MOVE WS-DELIVERED-TOTAL TO CIF-AMOUNT
          PERFORM WriteControlFigures
          DISPLAY "============================"
          DISPLAY "CONFIRMACIONES LEIDAS : " WS-CONF-READ
          DISPLAY "CONFIRMACIONES APLIC. : " WS-CONF-APPLIED
          DISPLAY "CONFIRMACIONES RECHAZ.: " WS-CONF-REJECTED
          DISPLAY "ORDENES NO ENTREGADAS : " WS-NOT-DELIVERED
          DISPLAY "ENTREGAS CORTAS       : " WS-SHORT-COUNT
          DISPLAY "CARGAS SIN ORDEN      : " WS-UNPLANNED
          DISPLAY "ORDENES SIN CONFIRMAR : " WS-UNCONFIRMED
          DISPLAY "LINEAS A CARGAEFECTIVO: " WS-LOAD-WRITTEN
          DISPLAY "============================".
       ReviewManualLoads.
      *   LAS LINEAS SIN NUMERO DE ORDEN SE INGRESARON A MANO: CARGAS
      *   SIN ORDEN. LAS QUE TRAEN ORDEN SALIERON DE UNA CONFIRMACION
      *   YA APLICADA (EL ARCHIVO SE ROTA DESPUES DEL CUADRE).
          OPEN INPUT CashLoadFile
          IF CashLoadFileOK THEN
             READ CashLoadFile INTO WS-CASHLOAD-LINE
                AT END SET EOFCashLoadFile TO TRUE
             END-READ
             PERFORM UNTIL EOFCashLoadFile
                EVALUATE TRUE
                   WHEN WS-CASHLOAD-LINE IS EQUAL TO SPACES
                      CONTINUE
                   WHEN CL-ORDEN IS NOT EQUAL TO SPACES
                      SET WS-ALREADY-APPLIED TO TRUE
                   WHEN CL-AMOUNT IS NUMERIC
                         AND CL-AMOUNT IS GREATER THAN ZERO
                      ADD 1 TO WS-UNPLANNED
                      MOVE SPACES TO WS-RPT-LINE
                      MOVE "MANUAL"    TO RT-ORDEN
                      MOVE CL-TERMINAL TO RT-TERMINAL
                      MOVE CL-MONEY    TO RT-MONEDA
                      MOVE CL-TIPO     TO RT-TIPO
                      MOVE SPACES      TO RT-FECHA
                      STRING CL-DATE(1:4) DELIMITED BY SIZE
                             CL-DATE(6:2) DELIMITED BY SIZE
                             CL-DATE(9:2) DELIMITED BY SIZE
                         INTO RT-FECHA
                      MOVE ZERO        TO RT-PEDIDO
                      MOVE CL-AMOUNT   TO RT-ENTREGADO
                      MOVE "CARGA SIN ORDEN" TO RT-OBS
                      WRITE ReportRecord FROM WS-RPT-LINE
                      MOVE "Practica2Traslado" TO EXLOG-PROGRAM
                      MOVE "TRASLADO"          TO EXLOG-CODETYPE
                      MOVE "SINORDEN"          TO EXLOG-CODEVALUE
                      MOVE SPACES              TO EXLOG-KEYVALUE
                      STRING "MANUAL " DELIMITED BY SIZE
                             CL-TERMINAL DELIMITED BY SIZE
                             SPACE DELIMITED BY SIZE
                             CL-MONEY DELIMITED BY SIZE
                         INTO EXLOG-KEYVALUE
                      PERFORM LogException
                   WHEN OTHER
                      CONTINUE
                END-EVALUATE
                READ CashLoadFile INTO WS-CASHLOAD-LINE
                   AT END SET EOFCashLoadFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE CashLoadFile
          END-IF.
       ApplyConfirmation.
      *   PRIMERA PASADA: EL TRAILER DEBE CUADRAR; SEGUNDA PASADA:
      *   SE APLICA CADA LINEA A SU ORDEN.
          OPEN INPUT ConfFile
          IF NOT TransportConfFileOK THEN
             DISPLAY "LOG: SIN CONFTRASLADO.DAT - NO HAY CONFIRMACION "
                "HOY"
          ELSE
             READ ConfFile
                AT END SET EOFConfFile TO TRUE
             END-READ
             PERFORM UNTIL EOFConfFile
                IF ConfRecord(1:8) IS EQUAL TO "*TRAILER" THEN
                   PERFORM VerifyConfTrailer
                ELSE
                   IF ConfRecord IS NOT EQUAL TO SPACES THEN
                      MOVE ConfRecord TO WS-CONFTRAS-LINE
                      ADD 1 TO WS-TRL-READ-COUNT
                      IF CT-MONTO IS NUMERIC THEN
                         ADD CT-MONTO TO WS-TRL-HASH-TOTAL
                      END-IF
                   END-IF
                END-IF
                READ ConfFile
                   AT END SET EOFConfFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE ConfFile
             IF NOT WS-TRAILER-FOUND THEN
                DISPLAY "AVISO: CONFTRASLADO.DAT NO TRAE *TRAILER - NO "
                   "SE APLICA, PEDIR REENVIO A LA TRANSPORTADORA"
                MOVE "Practica2Traslado" TO EXLOG-PROGRAM
                MOVE "TRAILER"           TO EXLOG-CODETYPE
                MOVE SPACES              TO EXLOG-CODEVALUE
                MOVE "TRAILER AUSENTE"   TO EXLOG-KEYVALUE
                PERFORM LogException
             END-IF
             IF WS-CONF-OK THEN
                OPEN EXTEND CashLoadFile
                IF NOT CashLoadFileOK THEN
                   CLOSE CashLoadFile
                   OPEN OUTPUT CashLoadFile
                END-IF
                OPEN INPUT ConfFile
                READ ConfFile
                   AT END SET EOFConfFile TO TRUE
                END-READ
                PERFORM UNTIL EOFConfFile
                   IF ConfRecord(1:8) IS NOT EQUAL TO "*TRAILER"
                         AND ConfRecord IS NOT EQUAL TO SPACES THEN
                      MOVE ConfRecord TO WS-CONFTRAS-LINE
                      ADD 1 TO WS-CONF-READ
                      PERFORM ApplyOneConfirmation
                   END-IF
                   READ ConfFile
                      AT END SET EOFConfFile TO TRUE
                   END-READ
                END-PERFORM
                CLOSE ConfFile
                CLOSE CashLoadFile
             END-IF
          END-IF.
       VerifyConfTrailer.
          SET WS-TRAILER-FOUND TO TRUE
          MOVE ConfRecord TO WS-TRAILER-IN
          IF TRI-COUNT IS NOT EQUAL TO WS-TRL-READ-COUNT
                OR TRI-HASH IS NOT EQUAL TO WS-TRL-HASH-TOTAL THEN
             DISPLAY "AVISO: EL TRAILER DE CONFTRASLADO.DAT NO CUADRA"
             DISPLAY "  REGISTROS: TRAILER " TRI-COUNT
                " / LEIDOS " WS-TRL-READ-COUNT
             DISPLAY "  HASH MONTOS: TRAILER " TRI-HASH
                " / ACUMULADO " WS-TRL-HASH-TOTAL
             DISPLAY "NO SE APLICA LA CONFIRMACION - PEDIR REENVIO"
             MOVE "Practica2Traslado" TO EXLOG-PROGRAM
             MOVE "TRAILER"           TO EXLOG-CODETYPE
             MOVE SPACES              TO EXLOG-CODEVALUE
             MOVE WS-TRAILER-IN       TO EXLOG-KEYVALUE
             PERFORM LogException
          ELSE
             SET WS-CONF-OK TO TRUE
          END-IF.
       ApplyOneConfirmation.
          MOVE SPACES TO WS-CONF-ERROR
          MOVE SPACES TO WS-CONF-OBS
          MOVE ZERO   TO WS-ORDER-POS
          IF CT-FECHA IS NUMERIC AND CT-FECHA IS GREATER THAN ZERO THEN
             MOVE CT-FECHA TO WS-CONF-FECHA
          ELSE
             MOVE WS-RUN-DATE TO WS-CONF-FECHA
          END-IF
          IF CT-ORDEN IS NUMERIC THEN
             MOVE CT-ORDEN TO WS-ORDEN-NUM
             IF WS-ORDEN-NUM IS GREATER THAN ZERO THEN
                PERFORM VARYING OrderIdx FROM 1 BY 1
                   UNTIL OrderIdx > OrderCount
                   MOVE OQ-LINE(OrderIdx) TO WS-TRASLADO-LINE
                   IF TV-ORDEN IS EQUAL TO WS-ORDEN-NUM THEN
                      MOVE OrderIdx TO WS-ORDER-POS
                   END-IF
                END-PERFORM
             END-IF
          END-IF
          IF WS-ORDER-POS IS GREATER THAN ZERO THEN
             MOVE OQ-LINE(WS-ORDER-POS) TO WS-TRASLADO-LINE
          END-IF
          EVALUATE TRUE
             WHEN CT-TERMINAL IS EQUAL TO SPACES
                   OR CT-MONEDA IS EQUAL TO SPACES
                   OR NOT (ConfCarga OR ConfRecojo)
                   OR CT-MONTO IS NOT NUMERIC
                MOVE "LINEA INVALIDA" TO WS-CONF-ERROR
             WHEN WS-ORDER-POS IS EQUAL TO ZERO
      *         LA TRANSPORTADORA ATENDIO EL TERMINAL SIN ORDEN: EL
      *         EFECTIVO SE MOVIO Y EL CUADRE DEBE VERLO.
                IF CT-MONTO IS GREATER THAN ZERO THEN
                   ADD 1 TO WS-UNPLANNED
                   ADD 1 TO WS-CONF-APPLIED
                   MOVE "CARGA SIN ORDEN" TO WS-CONF-OBS
                   IF ConfRecojo THEN
                      MOVE "RECOJO SIN ORDEN" TO WS-CONF-OBS
                   END-IF
                   MOVE "SINORDEN" TO WS-EXLOG-VALUE
                   MOVE SPACES TO WS-TRASLADO-LINE
                   MOVE ZERO TO TV-MONTO
                   IF CT-ORDEN IS NUMERIC THEN
                      MOVE CT-ORDEN TO CL-ORDEN
                   ELSE
                      MOVE "00000000" TO CL-ORDEN
                   END-IF
                   PERFORM WriteLoadLine
                   PERFORM ReportConfirmation
                END-IF
             WHEN NOT TrasladoPedido
                MOVE "ORDEN YA CONFIRMADA" TO WS-CONF-ERROR
             WHEN TV-TERMINAL IS NOT EQUAL TO CT-TERMINAL
                   OR TV-MONEDA IS NOT EQUAL TO CT-MONEDA
                   OR TV-TIPO IS NOT EQUAL TO CT-TIPO
                MOVE "NO COINCIDE CON LA ORDEN" TO WS-CONF-ERROR
             WHEN OTHER
                ADD 1 TO WS-CONF-APPLIED
                MOVE CT-MONTO TO TV-ENTREGADO
                MOVE WS-CONF-FECHA TO TV-FECHA-EST
                EVALUATE TRUE
                   WHEN CT-MONTO IS EQUAL TO ZERO
                      SET TrasladoNoEntregado TO TRUE
                      ADD 1 TO WS-NOT-DELIVERED
                      MOVE "NO ENTREGADO" TO WS-CONF-OBS
                      MOVE "NOENTREGADO" TO WS-EXLOG-VALUE
                   WHEN CT-MONTO IS LESS THAN TV-MONTO
                      SET TrasladoCorto TO TRUE
                      ADD 1 TO WS-SHORT-COUNT
                      MOVE "ENTREGA CORTA" TO WS-CONF-OBS
                      MOVE "CORTA" TO WS-EXLOG-VALUE
                   WHEN CT-MONTO IS GREATER THAN TV-MONTO
                      SET TrasladoEntregado TO TRUE
                      MOVE "ENTREGA EXCEDIDA" TO WS-CONF-OBS
                      MOVE "EXCEDIDA" TO WS-EXLOG-VALUE
                   WHEN OTHER
                      SET TrasladoEntregado TO TRUE
                END-EVALUATE
                MOVE WS-TRASLADO-LINE TO OQ-LINE(WS-ORDER-POS)
                IF CT-MONTO IS GREATER THAN ZERO
                      OR CT-CONTADO IS NOT EQUAL TO SPACES THEN
                   MOVE TV-ORDEN TO CL-ORDEN
                   PERFORM WriteLoadLine
                END-IF
                IF WS-CONF-OBS IS NOT EQUAL TO SPACES THEN
                   PERFORM ReportConfirmation
                END-IF
          END-EVALUATE
          IF WS-CONF-ERROR IS NOT EQUAL TO SPACES THEN
             ADD 1 TO WS-CONF-REJECTED
             DISPLAY "AVISO: CONFIRMACION RECHAZADA " CT-ORDEN " "
                CT-TERMINAL " " CT-MONEDA " - " WS-CONF-ERROR
             MOVE "Practica2Traslado" TO EXLOG-PROGRAM
             MOVE "TRASLADO"          TO EXLOG-CODETYPE
             MOVE "RECHAZADA"         TO EXLOG-CODEVALUE
             MOVE SPACES              TO EXLOG-KEYVALUE
             STRING CT-ORDEN DELIMITED BY SIZE
                    SPACE DELIMITED BY SIZE
                    CT-TERMINAL DELIMITED BY SIZE
                    SPACE DELIMITED BY SIZE
                    WS-CONF-ERROR DELIMITED BY SIZE
                INTO EXLOG-KEYVALUE
             PERFORM LogException
             MOVE SPACES TO WS-TRASLADO-LINE
             MOVE ZERO TO TV-MONTO
             MOVE WS-CONF-ERROR TO WS-CONF-OBS
             PERFORM ReportConfirmation
          END-IF.
       WriteLoadLine.
      *   CL-ORDEN YA VIENE PUESTO POR EL LLAMADOR.
          MOVE CT-TERMINAL TO CL-TERMINAL
          MOVE SPACES TO CL-DATE
          STRING WS-CONF-FECHA(1:4) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-CONF-FECHA(5:2) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-CONF-FECHA(7:2) DELIMITED BY SIZE
             INTO CL-DATE
          MOVE CT-MONEDA   TO CL-MONEY
          MOVE CT-MONTO    TO CL-AMOUNT
          MOVE CT-CONTADO  TO CL-COUNTED
          MOVE CT-TIPO     TO CL-TIPO
          WRITE CashLoadBuffer FROM WS-CASHLOAD-LINE
          ADD 1 TO WS-LOAD-WRITTEN
          ADD CT-MONTO TO WS-DELIVERED-TOTAL.
       ReportConfirmation.
          MOVE SPACES        TO WS-RPT-LINE
          MOVE CT-ORDEN      TO RT-ORDEN
          MOVE CT-TERMINAL   TO RT-TERMINAL
          MOVE CT-MONEDA     TO RT-MONEDA
          MOVE CT-TIPO       TO RT-TIPO
          MOVE WS-CONF-FECHA TO RT-FECHA
          MOVE TV-MONTO      TO RT-PEDIDO
          IF CT-MONTO IS NUMERIC THEN
             MOVE CT-MONTO   TO RT-ENTREGADO
          ELSE
             MOVE ZERO       TO RT-ENTREGADO
          END-IF
          MOVE WS-CONF-OBS   TO RT-OBS
          WRITE ReportRecord FROM WS-RPT-LINE
          IF WS-CONF-ERROR IS EQUAL TO SPACES THEN
             MOVE "Practica2Traslado" TO EXLOG-PROGRAM
             MOVE "TRASLADO"          TO EXLOG-CODETYPE
             MOVE WS-EXLOG-VALUE      TO EXLOG-CODEVALUE
             MOVE SPACES              TO EXLOG-KEYVALUE
             STRING CT-ORDEN DELIMITED BY SIZE
                    SPACE DELIMITED BY SIZE
                    CT-TERMINAL DELIMITED BY SIZE
                    SPACE DELIMITED BY SIZE
                    CT-MONEDA DELIMITED BY SIZE
                INTO EXLOG-KEYVALUE
             PERFORM LogException
          END-IF.
       ReviewOverdueOrders.
      *   UNA ORDEN PEDIDA CUYO DIA DE SERVICIO YA PASO Y QUE NO VINO
      *   EN UNA CONFIRMACION VALIDA NO SE ENTREGO. SIN CONFIRMACION
      *   VALIDA QUEDA ABIERTA Y SE REPORTA COMO SIN CONFIRMAR.
          PERFORM VARYING OrderIdx FROM 1 BY 1
             UNTIL OrderIdx > OrderCount
             MOVE OQ-LINE(OrderIdx) TO WS-TRASLADO-LINE
             IF TrasladoPedido
                   AND TV-FECHA-SERV IS NOT GREATER THAN WS-RUN-DATE
                THEN
                MOVE SPACES         TO WS-RPT-LINE
                MOVE TV-ORDEN       TO RT-ORDEN
                MOVE TV-TERMINAL    TO RT-TERMINAL
                MOVE TV-MONEDA      TO RT-MONEDA
                MOVE TV-TIPO        TO RT-TIPO
                MOVE TV-FECHA-SERV  TO RT-FECHA
                MOVE TV-MONTO       TO RT-PEDIDO
                MOVE ZERO           TO RT-ENTREGADO
                MOVE "Practica2Traslado" TO EXLOG-PROGRAM
                MOVE "TRASLADO"          TO EXLOG-CODETYPE
                MOVE SPACES              TO EXLOG-KEYVALUE
                STRING TV-ORDEN DELIMITED BY SIZE
                       SPACE DELIMITED BY SIZE
                       TV-TERMINAL DELIMITED BY SIZE
                       SPACE DELIMITED BY SIZE
                       TV-MONEDA DELIMITED BY SIZE
                   INTO EXLOG-KEYVALUE
                IF WS-CONF-OK THEN
                   SET TrasladoNoEntregado TO TRUE
                   MOVE WS-RUN-DATE TO TV-FECHA-EST
                   MOVE WS-TRASLADO-LINE TO OQ-LINE(OrderIdx)
                   ADD 1 TO WS-NOT-DELIVERED
                   MOVE "NO ENTREGADO" TO RT-OBS
                   MOVE "NOENTREGADO"  TO EXLOG-CODEVALUE
                ELSE
                   ADD 1 TO WS-UNCONFIRMED
                   MOVE "SIN CONFIRMAR" TO RT-OBS
                   MOVE "SINCONFIRMA"   TO EXLOG-CODEVALUE
                END-IF
                WRITE ReportRecord FROM WS-RPT-LINE
                DISPLAY "AVISO: ORDEN " TV-ORDEN " " TV-TERMINAL " "
                   TV-MONEDA " - " RT-OBS
                PERFORM LogException
             END-IF
          END-PERFORM.
       WriteControlFigures.
          MOVE "Practica2Traslado" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
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

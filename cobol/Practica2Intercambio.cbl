       IDENTIFICATION DIVISION.
       PROGRAM-ID. Practica2Intercambio.
      * LIQUIDACION DE INTERCAMBIO CON LA RED DE CAJEROS. CADA
      * OPERACION DEL DIA SE CLASIFICA COMO PROPIA (ON-US) O DE LA RED
      * (OFF-US) SEGUN EL MAESTRO DE TARJETAS (TARJMAES.DAT) Y LA
      * TABLA DE BINES (BINES.DAT):
      *   report.dat        OPERACIONES EN NUESTROS TERMINALES; LA
      *                     TARJETA DE OTRO BANCO ES OFF-US ADQUIRENTE
      *                     (ROL A: LA RED NOS PAGA LA COMISION)
      *   OPECLIENORD.DAT   RETIROS DE NUESTROS CLIENTES; EL QUE NO
      *                     APARECE EN report.dat SE HIZO EN UN CAJERO
      *                     DE OTRO BANCO Y ES OFF-US EMISOR (ROL E:
      *                     PAGAMOS LA COMISION A LA RED)
      * LAS COMISIONES SALEN DEL TARIFARIO DE LA RED (TARIFARED.DAT,
      * POR ROL Y TIPO DE OPERACION; TIPO "*" = CUALQUIER OTRO) Y SE
      * CONCILIAN OPERACION POR OPERACION CONTRA LA LIQUIDACION QUE
      * ENVIA LA RED (LIQRED_<FECHA>.DAT). LAS DIFERENCIAS SE LISTAN Y
      * SE TOTALIZAN POR TERMINAL Y POR TARJETA EN
      * REPINTERCAMBIO_<FECHA>.DAT. EL NETO QUE LIQUIDA LA RED QUEDA
      * EN INTERCAMBIO_<FECHA>.DAT PARA Practica2ExtractoGL
      * (INTERCCOBR SI NOS PAGAN, INTERCPAGO SI PAGAMOS).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT BinFile ASSIGN TO "BINES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BIN-STATUS.
          SELECT CardMasterFile ASSIGN TO "TARJMAES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TARJMAES-STATUS.
          SELECT FeeFile ASSIGN TO "TARIFARED.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FEE-STATUS.
          SELECT ReportDatFile ASSIGN TO "report.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPTDAT-STATUS.
          SELECT OpenClientFile ASSIGN TO 'OPECLIENORD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OPECLIEN-STATUS.
          SELECT NetworkFile ASSIGN TO WS-NETWORK-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-NETWORK-STATUS.
          SELECT ReportFile ASSIGN TO WS-REPORT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.
          SELECT SettlementFile ASSIGN TO WS-SETTLE-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SETTLE-STATUS.
          SELECT ExchangeRateFile ASSIGN TO "TIPCAMBIO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXRATE-STATUS.
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
       FD BinFile.
       01 BinBuffer           PIC X(40)   VALUES SPACES.
          88 EOFBinFile       VALUES      HIGH-VALUES.
       FD CardMasterFile.
       01 CardMasterBuffer    PIC X(40)   VALUES SPACES.
          88 EOFCardMaster    VALUES      HIGH-VALUES.
       FD FeeFile.
       01 FeeBuffer           PIC X(40)   VALUES SPACES.
          88 EOFFeeFile       VALUES      HIGH-VALUES.
       FD ReportDatFile.
       01 ReportDatBuffer     PIC X(66)   VALUES SPACES.
          88 EOFReportDat     VALUES      HIGH-VALUES.
       FD OpenClientFile.
       01 OpenClientBuffer    PIC X(45)   VALUES SPACES.
          88 EOFOpenClien     VALUES      HIGH-VALUES.
       FD NetworkFile.
       01 NetworkBuffer       PIC X(70)   VALUES SPACES.
          88 EOFNetworkFile   VALUES      HIGH-VALUES.
       FD ReportFile.
       01 ReportRecord        PIC X(100)  VALUES SPACES.
       FD SettlementFile.
       01 SettlementRecord    PIC X(40)   VALUES SPACES.
       FD ExchangeRateFile.
       01 ExchangeRateBuffer  PIC X(40)   VALUES SPACES.
       FD ExceptionLogFile.
       01 ExceptionLogRecord  PIC X(100)  VALUES SPACES.
       FD ControlFiguresFile.
       01 ControlFiguresRecord PIC X(80)  VALUES SPACES.
       FD ProcessDateFile.
       01 ProcessDateBuffer   PIC X(8)    VALUES SPACES.
       WORKING-STORAGE SECTION.
       COPY "ExceptionLogFields".
       COPY "ControlFiguresFields".
       COPY "ProcessDateFields".
       COPY "ExchangeRateFields".
       COPY "CardMasterFields".
       COPY "BinFields".
       COPY "MaskCardFields".
       01 WS-RUN-DATE         PIC 9(8)    VALUE ZERO.
       01 WS-FEE-STATUS       PIC X(2)    VALUE SPACE.
          88 FeeFileOK        VALUE "00".
       01 WS-RPTDAT-STATUS    PIC X(2)    VALUE SPACE.
          88 ReportDatOK      VALUE "00".
       01 WS-OPECLIEN-STATUS  PIC X(2)    VALUE SPACE.
          88 OpeclienFileOK   VALUE "00".
       01 WS-NETWORK-STATUS   PIC X(2)    VALUE SPACE.
          88 NetworkFileOK    VALUE "00".
       01 WS-REPORT-STATUS    PIC X(2)    VALUE SPACE.
          88 ReportFileOK     VALUE "00".
       01 WS-SETTLE-STATUS    PIC X(2)    VALUE SPACE.
          88 SettlementFileOK VALUE "00".
       01 WS-NETWORK-FILENAME PIC X(30)   VALUE SPACES.
       01 WS-REPORT-FILENAME  PIC X(30)   VALUE SPACES.
       01 WS-SETTLE-FILENAME  PIC X(30)   VALUE SPACES.
       01 OpenClientRecord.
          05 DNI              PIC X(8)    VALUES SPACES.
          05 Card             PIC X(16)   VALUES SPACES.
          05 Amount           PIC 9(5)V9(2)  VALUES ZEROS.
          05 Money            PIC X(3)    VALUES SPACES.
          05 RecordDate       PIC X(10)   VALUES SPACES.
       01 ReportDatRecord.
          05 DateRecord       PIC X(10).
          05 FILLER           PIC X.
          05 TimeRecord       PIC X(5).
          05 FILLER           PIC X.
          05 PinCardRecord    PIC X(16).
          05 FILLER           PIC X.
          05 Qty              PIC 9(7).
          05 FILLER           PIC X.
          05 MoneyType        PIC X(3).
          05 FILLER           PIC X.
          05 TxnType          PIC X(10).
             88 TxnIsRetiro   VALUE "RETIRO".
          05 FILLER           PIC X.
          05 PosCod           PIC X(4).
          05 FILLER           PIC X.
          05 PosType          PIC X(4).
      * TARIFARIO DE LA RED: ROL (A ADQUIRENTE, E EMISOR), TIPO DE
      * OPERACION, MONTO FIJO EN SOLES Y TASA SOBRE EL MONTO EN SOLES.
       01 WS-FEE-LINE.
          05 FL-ROL           PIC X(1)    VALUE SPACE.
          05 FILLER           PIC X       VALUE SPACE.
          05 FL-TIPO          PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 FL-FIJO          PIC 9(3)V99 VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 FL-TASA          PIC 9V9(4)  VALUE ZERO.
      * LIQUIDACION DIARIA DE LA RED: UNA LINEA POR OPERACION OFF-US,
      * CON LA COMISION EN SOLES QUE LA RED RECONOCE.
       01 WS-NETWORK-LINE.
          05 LR-ROL           PIC X(1)    VALUE SPACE.
          05 FILLER           PIC X       VALUE SPACE.
          05 LR-TARJETA       PIC X(16)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 LR-TERMINAL      PIC X(4)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 LR-TIPO          PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 LR-MONEDA        PIC X(3)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 LR-MONTO         PIC 9(7)V99 VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 LR-COMISION      PIC 9(5)V99 VALUE ZERO.
       01 WS-SETTLE-LINE.
          05 IC-TIPOMOV       PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 IC-MONTO         PIC 9(9)V99 VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 IC-SUCURSAL      PIC X(4)    VALUE SPACES.
       01 BinTable.
          05 BinCount         PIC 9(3)    VALUE ZERO.
          05 BinEntry OCCURS 500 TIMES.
             10 BT-BIN        PIC X(6).
             10 BT-PROPIO     PIC X(1).
       01 BinIdx              PIC 9(3)    VALUE ZERO.
       01 CardTable.
          05 CardCount        PIC 9(4)    VALUE ZERO.
          05 CardEntry OCCURS 5000 TIMES.
             10 CM-CARD       PIC X(16).
       01 CardIdx             PIC 9(4)    VALUE ZERO.
       01 FeeTable.
          05 FeeCount         PIC 9(2)    VALUE ZERO.
          05 FeeEntry OCCURS 50 TIMES.
             10 FE-ROL        PIC X(1).
             10 FE-TIPO       PIC X(10).
             10 FE-FIJO       PIC 9(3)V99.
             10 FE-TASA       PIC 9V9(4).
       01 FeeIdx              PIC 9(2)    VALUE ZERO.
      * RETIROS PROPIOS EN NUESTROS TERMINALES, PARA RECONOCER EN
      * OPECLIEN LOS QUE NO SALIERON POR LA RED.
       01 OnUsTable.
          05 OnUsCount        PIC 9(4)    VALUE ZERO.
          05 OnUsEntry OCCURS 5000 TIMES.
             10 OU-CARD       PIC X(16).
             10 OU-DATE       PIC X(10).
             10 OU-MONTO      PIC 9(7)V99.
             10 OU-USED       PIC X(1).
       01 OnUsIdx             PIC 9(4)    VALUE ZERO.
       01 ItemTable.
          05 ItemCount        PIC 9(4)    VALUE ZERO.
          05 ItemEntry OCCURS 5000 TIMES.
             10 IT-ROL        PIC X(1).
             10 IT-CARD       PIC X(16).
             10 IT-TERMINAL   PIC X(4).
             10 IT-TIPO       PIC X(10).
             10 IT-MONEDA     PIC X(3).
             10 IT-MONTO      PIC 9(7)V99.
             10 IT-COMISION   PIC 9(5)V99.
             10 IT-MATCH      PIC X(1).
       01 ItemIdx             PIC 9(4)    VALUE ZERO.
       01 DiffTermTable.
          05 DiffTermCount    PIC 9(3)    VALUE ZERO.
          05 DiffTermEntry OCCURS 300 TIMES.
             10 DT-ROL        PIC X(1).
             10 DT-TERMINAL   PIC X(4).
             10 DT-COUNT      PIC 9(5).
             10 DT-DIF        PIC S9(9)V99.
       01 DiffTermIdx         PIC 9(3)    VALUE ZERO.
       01 DiffCardTable.
          05 DiffCardCount    PIC 9(4)    VALUE ZERO.
          05 DiffCardEntry OCCURS 2000 TIMES.
             10 DK-ROL        PIC X(1).
             10 DK-CARD       PIC X(16).
             10 DK-COUNT      PIC 9(5).
             10 DK-DIF        PIC S9(9)V99.
       01 DiffCardIdx         PIC 9(4)    VALUE ZERO.
       01 WS-FOUND-SW         PIC X(1)    VALUE "N".
          88 WS-FOUND         VALUE "Y".
       01 WS-CARD-CLASS       PIC X(1)    VALUE SPACE.
          88 CardIsOwn        VALUE "P".
          88 CardIsForeign    VALUE "A".
          88 CardIsUnknown    VALUE "?".
       01 WS-NETWORK-SW       PIC X(1)    VALUE "N".
          88 WS-NETWORK-RECEIVED VALUE "Y".
       01 WS-LOOK-CARD        PIC X(16)   VALUE SPACES.
       01 WS-LOOK-ROL         PIC X(1)    VALUE SPACE.
       01 WS-LOOK-TERMINAL    PIC X(4)    VALUE SPACES.
       01 WS-LOOK-TIPO        PIC X(10)   VALUE SPACES.
       01 WS-LOOK-MONEDA      PIC X(3)    VALUE SPACES.
       01 WS-LOOK-MONTO       PIC 9(7)V99 VALUE ZERO.
       01 WS-MONTO-PEN        PIC 9(9)V99 VALUE ZERO.
       01 WS-FEE              PIC 9(5)V99 VALUE ZERO.
       01 WS-DIF              PIC S9(9)V99 VALUE ZERO.
       01 WS-DIF-MOTIVO       PIC X(13)   VALUE SPACES.
       01 WS-RED-COMISION     PIC 9(5)V99 VALUE ZERO.
       01 WS-READ-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-ONUS-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-ACQ-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-ISS-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-UNKNOWN-COUNT    PIC 9(7)    VALUE ZERO.
       01 WS-NETWORK-COUNT    PIC 9(7)    VALUE ZERO.
       01 WS-DIFF-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-OUR-COBRAR       PIC 9(9)V99 VALUE ZERO.
       01 WS-OUR-PAGAR        PIC 9(9)V99 VALUE ZERO.
       01 WS-RED-COBRAR       PIC 9(9)V99 VALUE ZERO.
       01 WS-RED-PAGAR        PIC 9(9)V99 VALUE ZERO.
       01 WS-OUR-NETO         PIC S9(9)V99 VALUE ZERO.
       01 WS-RED-NETO         PIC S9(9)V99 VALUE ZERO.
       01 WS-ITEM-LINE.
          05 RI-ROL           PIC X(1)    VALUE SPACE.
          05 FILLER           PIC X       VALUE SPACE.
          05 RI-CARD          PIC X(16)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 RI-TERMINAL      PIC X(4)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 RI-TIPO          PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 RI-MONEDA        PIC X(3)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 RI-MONTO         PIC Z(6)9.99 VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 RI-COMISION      PIC Z(4)9.99 VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 RI-NOTA          PIC X(15)   VALUE SPACES.
       01 WS-DIFF-LINE.
          05 DF-MOTIVO        PIC X(13)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 DF-ROL           PIC X(1)    VALUE SPACE.
          05 FILLER           PIC X       VALUE SPACE.
          05 DF-CARD          PIC X(16)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 DF-TERMINAL      PIC X(4)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 DF-MONEDA        PIC X(3)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 DF-MONTO         PIC Z(6)9.99 VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 DF-NUESTRA       PIC Z(4)9.99 VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 DF-RED           PIC Z(4)9.99 VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 DF-DIF           PIC -(6)9.99 VALUE ZERO.
       01 WS-SUMMARY-LINE.
          05 SM-ROL           PIC X(1)    VALUE SPACE.
          05 FILLER           PIC X       VALUE SPACE.
          05 SM-CLAVE         PIC X(16)   VALUE SPACES.
          05 FILLER           PIC X(13)   VALUE " DIFERENCIAS ".
          05 SM-COUNT         PIC Z(4)9   VALUE ZERO.
          05 FILLER           PIC X(9)    VALUE " IMPORTE ".
          05 SM-DIF           PIC -(8)9.99 VALUE ZERO.
       01 D-IMPORTE           PIC -(8)9.99.
       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "*** LIQUIDACION DE INTERCAMBIO CON LA RED ***"
          PERFORM LoadProcessDate
          PERFORM LoadPanMode
          STRING "LIQRED_"   DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".DAT"      DELIMITED BY SIZE
             INTO WS-NETWORK-FILENAME
          STRING "REPINTERCAMBIO_" DELIMITED BY SIZE
                 WS-RUN-DATE       DELIMITED BY SIZE
                 ".DAT"            DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
          STRING "INTERCAMBIO_" DELIMITED BY SIZE
                 WS-RUN-DATE    DELIMITED BY SIZE
                 ".DAT"         DELIMITED BY SIZE
             INTO WS-SETTLE-FILENAME
          PERFORM LoadExchangeRate
          PERFORM LoadBins
          PERFORM LoadCardMaster
          PERFORM LoadFeeSchedule
          PERFORM ClassifyTerminalOps
          PERFORM ClassifyClientOps
          OPEN OUTPUT ReportFile
          IF NOT ReportFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR " WS-REPORT-FILENAME
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE SPACES TO ReportRecord
          STRING "LIQUIDACION DE INTERCAMBIO CON LA RED - PROCESO DEL "
                    DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
             INTO ReportRecord
          WRITE ReportRecord
          PERFORM WriteOffUsItems
          PERFORM ReconcileNetwork
          PERFORM WriteDiffSummaries
          PERFORM WriteTotals
          CLOSE ReportFile
          PERFORM WriteSettlement
          PERFORM WriteControlFigures
          DISPLAY "============================"
          DISPLAY "OPERACIONES LEIDAS      : " WS-READ-COUNT
          DISPLAY "ON-US                   : " WS-ONUS-COUNT
          DISPLAY "OFF-US ADQUIRENTE       : " WS-ACQ-COUNT
          DISPLAY "OFF-US EMISOR           : " WS-ISS-COUNT
          DISPLAY "LINEAS DE LA RED        : " WS-NETWORK-COUNT
          DISPLAY "DIFERENCIAS             : " WS-DIFF-COUNT
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
       LoadPanMode.
          ACCEPT WS-PAN-MODE FROM ENVIRONMENT "CUENTA_PAN_MODE"
          IF PanUnmasked THEN
             ACCEPT WS-PAN-USER FROM ENVIRONMENT
                "CUENTA_PAN_USUARIO"
             ACCEPT WS-PAN-REASON FROM ENVIRONMENT
                "CUENTA_PAN_MOTIVO"
             IF WS-PAN-USER IS EQUAL TO SPACES
                   OR WS-PAN-REASON IS EQUAL TO SPACES THEN
                DISPLAY "ERROR: MODO PAN COMPLETO SIN USUARIO "
                   "O MOTIVO - SE MANTIENE ENMASCARADO"
                MOVE SPACES TO WS-PAN-MODE
             ELSE
                DISPLAY "AVISO: TARJETAS SIN ENMASCARAR - "
                   "USUARIO " WS-PAN-USER " MOTIVO " WS-PAN-REASON
                MOVE "Practica2Intercambio" TO EXLOG-PROGRAM
                MOVE "PANACCESS" TO EXLOG-CODETYPE
                MOVE WS-PAN-USER TO EXLOG-CODEVALUE
                MOVE WS-PAN-REASON TO EXLOG-KEYVALUE
                PERFORM LogException
             END-IF
          END-IF.
       MaskLookCard.
          IF PanUnmasked THEN
             MOVE WS-LOOK-CARD TO WS-MASKED-CARD
          ELSE
             CALL "MaskCardNumber"
                USING BY CONTENT WS-LOOK-CARD
                      BY REFERENCE WS-MASKED-CARD
          END-IF.
       LoadExchangeRate.
          OPEN INPUT ExchangeRateFile
          IF ExRateFileOK THEN
             READ ExchangeRateFile INTO WS-EXRATE-LINE
                AT END CONTINUE
             END-READ
             CLOSE ExchangeRateFile
          END-IF
          DISPLAY "LOG: TIPO DE CAMBIO USD/PEN: " EXRATE-USD-PEN.
       LoadBins.
          OPEN INPUT BinFile
          IF NOT BinFileOK THEN
             DISPLAY "AVISO: SIN BINES.DAT - SOLO EL MAESTRO DE "
                "TARJETAS IDENTIFICA LAS TARJETAS PROPIAS"
             CLOSE BinFile
          ELSE
             READ BinFile INTO WS-BIN-LINE
                AT END SET EOFBinFile TO TRUE
             END-READ
             PERFORM UNTIL EOFBinFile
                IF BN-BIN IS NOT EQUAL TO SPACES THEN
                   IF BinCount < 500 THEN
                      ADD 1 TO BinCount
                      MOVE BN-BIN    TO BT-BIN(BinCount)
                      MOVE BN-PROPIO TO BT-PROPIO(BinCount)
                   ELSE
                      DISPLAY "ERROR: TABLA DE BINES LLENA - SE OMITE "
                         BN-BIN
                   END-IF
                END-IF
                READ BinFile INTO WS-BIN-LINE
                   AT END SET EOFBinFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE BinFile
          END-IF
          DISPLAY "LOG: BINES CARGADOS: " BinCount.
       LoadCardMaster.
          OPEN INPUT CardMasterFile
          IF NOT CardMasterFileOK THEN
             DISPLAY "AVISO: SIN TARJMAES.DAT - SOLO LOS BINES "
                "IDENTIFICAN LAS TARJETAS PROPIAS"
             CLOSE CardMasterFile
          ELSE
             READ CardMasterFile INTO WS-TARJMAES-LINE
                AT END SET EOFCardMaster TO TRUE
             END-READ
             PERFORM UNTIL EOFCardMaster
                IF CardCount < 5000 THEN
                   ADD 1 TO CardCount
                   MOVE TJ-CARD TO CM-CARD(CardCount)
                ELSE
                   DISPLAY "ERROR: TABLA DE TARJETAS LLENA - EL RESTO "
                      "SE CLASIFICA POR BIN"
                   SET EOFCardMaster TO TRUE
                END-IF
                IF NOT EOFCardMaster THEN
                   READ CardMasterFile INTO WS-TARJMAES-LINE
                      AT END SET EOFCardMaster TO TRUE
                   END-READ
                END-IF
             END-PERFORM
             CLOSE CardMasterFile
          END-IF
          DISPLAY "LOG: TARJETAS PROPIAS EN MAESTRO: " CardCount.
       LoadFeeSchedule.
          OPEN INPUT FeeFile
          IF NOT FeeFileOK THEN
             DISPLAY "ERROR: NO SE ENCONTRO TARIFARED.DAT - "
                "SIN TARIFARIO NO HAY LIQUIDACION"
             MOVE "Practica2Intercambio" TO EXLOG-PROGRAM
             MOVE "FILESTATUS"           TO EXLOG-CODETYPE
             MOVE WS-FEE-STATUS          TO EXLOG-CODEVALUE
             MOVE "TARIFARED.DAT"        TO EXLOG-KEYVALUE
             PERFORM LogException
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          READ FeeFile INTO WS-FEE-LINE
             AT END SET EOFFeeFile TO TRUE
          END-READ
          PERFORM UNTIL EOFFeeFile
             IF FL-ROL IS EQUAL TO "A" OR FL-ROL IS EQUAL TO "E" THEN
                IF FeeCount < 50 THEN
                   ADD 1 TO FeeCount
                   MOVE FL-ROL  TO FE-ROL(FeeCount)
                   MOVE FL-TIPO TO FE-TIPO(FeeCount)
                   MOVE FL-FIJO TO FE-FIJO(FeeCount)
                   MOVE FL-TASA TO FE-TASA(FeeCount)
                ELSE
                   DISPLAY "ERROR: TARIFARIO LLENO - SE OMITE "
                      FL-ROL SPACE FL-TIPO
                END-IF
             END-IF
             READ FeeFile INTO WS-FEE-LINE
                AT END SET EOFFeeFile TO TRUE
             END-READ
          END-PERFORM
          CLOSE FeeFile
          DISPLAY "LOG: LINEAS DE TARIFARIO DE LA RED: " FeeCount.
       ClassifyCard.
      *   EL MAESTRO MANDA; SI LA TARJETA NO ESTA, DECIDE SU BIN. UN
      *   BIN QUE NO FIGURA EN LA TABLA SE TRATA COMO DE LA RED.
          MOVE "?" TO WS-CARD-CLASS
          PERFORM VARYING CardIdx FROM 1 BY 1
             UNTIL CardIdx > CardCount OR CardIsOwn
             IF CM-CARD(CardIdx) IS EQUAL TO WS-LOOK-CARD THEN
                MOVE "P" TO WS-CARD-CLASS
             END-IF
          END-PERFORM
          IF NOT CardIsOwn THEN
             PERFORM VARYING BinIdx FROM 1 BY 1
                UNTIL BinIdx > BinCount OR NOT CardIsUnknown
                IF BT-BIN(BinIdx) IS EQUAL TO WS-LOOK-CARD(1:6) THEN
                   IF BT-PROPIO(BinIdx) IS EQUAL TO "P" THEN
                      MOVE "P" TO WS-CARD-CLASS
                   ELSE
                      MOVE "A" TO WS-CARD-CLASS
                   END-IF
                END-IF
             END-PERFORM
          END-IF.
       ClassifyTerminalOps.
          OPEN INPUT ReportDatFile
          IF NOT ReportDatOK THEN
             DISPLAY "LOG: SIN report.dat - NO HAY OPERACIONES EN "
                "NUESTROS TERMINALES"
             CLOSE ReportDatFile
          ELSE
             READ ReportDatFile INTO ReportDatRecord
                AT END SET EOFReportDat TO TRUE
             END-READ
             PERFORM UNTIL EOFReportDat
                IF ReportDatRecord IS NOT EQUAL TO SPACES THEN
                   ADD 1 TO WS-READ-COUNT
                   MOVE PinCardRecord TO WS-LOOK-CARD
                   PERFORM ClassifyCard
                   IF CardIsOwn THEN
                      ADD 1 TO WS-ONUS-COUNT
                      IF TxnIsRetiro THEN
                         PERFORM RegisterOnUsWithdrawal
                      END-IF
                   ELSE
                      IF CardIsUnknown THEN
                         PERFORM LogUnknownBin
                      END-IF
                      ADD 1 TO WS-ACQ-COUNT
                      MOVE "A"       TO WS-LOOK-ROL
                      MOVE PosCod    TO WS-LOOK-TERMINAL
                      MOVE TxnType   TO WS-LOOK-TIPO
                      MOVE MoneyType TO WS-LOOK-MONEDA
                      MOVE Qty       TO WS-LOOK-MONTO
                      PERFORM AddItem
                   END-IF
                END-IF
                READ ReportDatFile INTO ReportDatRecord
                   AT END SET EOFReportDat TO TRUE
                END-READ
             END-PERFORM
             CLOSE ReportDatFile
          END-IF.
       RegisterOnUsWithdrawal.
          IF OnUsCount < 5000 THEN
             ADD 1 TO OnUsCount
             MOVE PinCardRecord TO OU-CARD(OnUsCount)
             MOVE DateRecord    TO OU-DATE(OnUsCount)
             MOVE Qty           TO OU-MONTO(OnUsCount)
             MOVE "N"           TO OU-USED(OnUsCount)
          ELSE
             DISPLAY "ERROR: TABLA DE RETIROS ON-US LLENA - SE DETIENE"
             MOVE "Practica2Intercambio" TO EXLOG-PROGRAM
             MOVE "TABLALLENA"           TO EXLOG-CODETYPE
             MOVE SPACES                 TO EXLOG-CODEVALUE
             MOVE "RETIROS ON-US"        TO EXLOG-KEYVALUE
             PERFORM LogException
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF.
       LogUnknownBin.
          ADD 1 TO WS-UNKNOWN-COUNT
          PERFORM MaskLookCard
          MOVE "Practica2Intercambio" TO EXLOG-PROGRAM
          MOVE "BIN"                  TO EXLOG-CODETYPE
          MOVE WS-LOOK-CARD(1:6)      TO EXLOG-CODEVALUE
          MOVE WS-MASKED-CARD         TO EXLOG-KEYVALUE
          PERFORM LogException.
       ClassifyClientOps.
      *   UN RETIRO DE OPECLIEN QUE NO TIENE SU PAR EN report.dat
      *   (MISMA TARJETA, FECHA Y MONTO) SE HIZO FUERA DE NUESTROS
      *   TERMINALES.
          OPEN INPUT OpenClientFile
          IF NOT OpeclienFileOK THEN
             DISPLAY "LOG: SIN OPECLIENORD.DAT - NO HAY RETIROS "
                "DE CLIENTES"
             CLOSE OpenClientFile
          ELSE
             READ OpenClientFile INTO OpenClientRecord
                AT END SET EOFOpenClien TO TRUE
             END-READ
             PERFORM UNTIL EOFOpenClien
                IF DNI IS NOT EQUAL TO "*TRAILER" THEN
                   ADD 1 TO WS-READ-COUNT
                   PERFORM MatchOnUsWithdrawal
                   IF NOT WS-FOUND THEN
                      ADD 1 TO WS-ISS-COUNT
                      MOVE "E"      TO WS-LOOK-ROL
                      MOVE Card     TO WS-LOOK-CARD
                      MOVE SPACES   TO WS-LOOK-TERMINAL
                      MOVE "RETIRO" TO WS-LOOK-TIPO
                      MOVE Money    TO WS-LOOK-MONEDA
                      MOVE Amount   TO WS-LOOK-MONTO
                      PERFORM AddItem
                   END-IF
                END-IF
                READ OpenClientFile INTO OpenClientRecord
                   AT END SET EOFOpenClien TO TRUE
                END-READ
             END-PERFORM
             CLOSE OpenClientFile
          END-IF.
       MatchOnUsWithdrawal.
          MOVE "N" TO WS-FOUND-SW
          PERFORM VARYING OnUsIdx FROM 1 BY 1
             UNTIL OnUsIdx > OnUsCount OR WS-FOUND
             IF OU-USED(OnUsIdx) IS EQUAL TO "N"
                   AND OU-CARD(OnUsIdx) IS EQUAL TO Card
                   AND OU-DATE(OnUsIdx) IS EQUAL TO RecordDate
                   AND OU-MONTO(OnUsIdx) IS EQUAL TO Amount THEN
                MOVE "Y" TO OU-USED(OnUsIdx)
                SET WS-FOUND TO TRUE
             END-IF
          END-PERFORM.
       AddItem.
          IF ItemCount IS NOT LESS THAN 5000 THEN
             DISPLAY "ERROR: TABLA DE OPERACIONES OFF-US LLENA - "
                "SE DETIENE"
             MOVE "Practica2Intercambio" TO EXLOG-PROGRAM
             MOVE "TABLALLENA"           TO EXLOG-CODETYPE
             MOVE SPACES                 TO EXLOG-CODEVALUE
             MOVE "OPERACIONES OFF-US"   TO EXLOG-KEYVALUE
             PERFORM LogException
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          PERFORM ComputeFee
          ADD 1 TO ItemCount
          MOVE WS-LOOK-ROL      TO IT-ROL(ItemCount)
          MOVE WS-LOOK-CARD     TO IT-CARD(ItemCount)
          MOVE WS-LOOK-TERMINAL TO IT-TERMINAL(ItemCount)
          MOVE WS-LOOK-TIPO     TO IT-TIPO(ItemCount)
          MOVE WS-LOOK-MONEDA   TO IT-MONEDA(ItemCount)
          MOVE WS-LOOK-MONTO    TO IT-MONTO(ItemCount)
          MOVE WS-FEE           TO IT-COMISION(ItemCount)
          MOVE "N"              TO IT-MATCH(ItemCount)
          IF WS-LOOK-ROL IS EQUAL TO "A" THEN
             ADD WS-FEE TO WS-OUR-COBRAR
          ELSE
             ADD WS-FEE TO WS-OUR-PAGAR
          END-IF.
       ComputeFee.
      *   PRIMERO LA LINEA DEL TIPO EXACTO; SI NO HAY, LA LINEA "*" DEL
      *   ROL. SIN NINGUNA, LA OPERACION NO GENERA COMISION.
          MOVE ZERO TO WS-FEE
          MOVE "N" TO WS-FOUND-SW
          PERFORM VARYING FeeIdx FROM 1 BY 1
             UNTIL FeeIdx > FeeCount OR WS-FOUND
             IF FE-ROL(FeeIdx) IS EQUAL TO WS-LOOK-ROL
                   AND FE-TIPO(FeeIdx) IS EQUAL TO WS-LOOK-TIPO THEN
                SET WS-FOUND TO TRUE
             END-IF
          END-PERFORM
          IF NOT WS-FOUND THEN
             PERFORM VARYING FeeIdx FROM 1 BY 1
                UNTIL FeeIdx > FeeCount OR WS-FOUND
                IF FE-ROL(FeeIdx) IS EQUAL TO WS-LOOK-ROL
                      AND FE-TIPO(FeeIdx) IS EQUAL TO "*" THEN
                   SET WS-FOUND TO TRUE
                END-IF
             END-PERFORM
          END-IF
          IF WS-FOUND THEN
             SUBTRACT 1 FROM FeeIdx
             IF WS-LOOK-MONEDA IS EQUAL TO "USD" THEN
                COMPUTE WS-MONTO-PEN ROUNDED =
                   WS-LOOK-MONTO * EXRATE-USD-PEN
             ELSE
                MOVE WS-LOOK-MONTO TO WS-MONTO-PEN
             END-IF
             COMPUTE WS-FEE ROUNDED =
                FE-FIJO(FeeIdx) + WS-MONTO-PEN * FE-TASA(FeeIdx)
          END-IF.
       WriteOffUsItems.
          MOVE SPACES TO ReportRecord
          WRITE ReportRecord
          MOVE SPACES TO ReportRecord
          STRING "OPERACIONES OFF-US (A = TARJETA DE LA RED EN "
                    DELIMITED BY SIZE
                 "NUESTRO TERMINAL, E = NUESTRA TARJETA EN LA RED)"
                    DELIMITED BY SIZE
             INTO ReportRecord
          WRITE ReportRecord
          PERFORM VARYING ItemIdx FROM 1 BY 1
             UNTIL ItemIdx > ItemCount
             MOVE SPACES TO WS-ITEM-LINE
             MOVE IT-ROL(ItemIdx)      TO RI-ROL
             MOVE IT-CARD(ItemIdx)     TO WS-LOOK-CARD
             PERFORM MaskLookCard
             MOVE WS-MASKED-CARD       TO RI-CARD
             MOVE IT-TERMINAL(ItemIdx) TO RI-TERMINAL
             MOVE IT-TIPO(ItemIdx)     TO RI-TIPO
             MOVE IT-MONEDA(ItemIdx)   TO RI-MONEDA
             MOVE IT-MONTO(ItemIdx)    TO RI-MONTO
             MOVE IT-COMISION(ItemIdx) TO RI-COMISION
             WRITE ReportRecord FROM WS-ITEM-LINE
          END-PERFORM.
       ReconcileNetwork.
          MOVE SPACES TO ReportRecord
          WRITE ReportRecord
          OPEN INPUT NetworkFile
          IF NOT NetworkFileOK THEN
             DISPLAY "AVISO: SIN " WS-NETWORK-FILENAME
                " - NO SE CONCILIA NI SE ASIENTA LA LIQUIDACION"
             MOVE SPACES TO ReportRecord
             STRING "SIN LIQUIDACION DE LA RED (" DELIMITED BY SIZE
                    WS-NETWORK-FILENAME DELIMITED BY SPACE
                    ") - NO HAY CONCILIACION NI ASIENTO"
                       DELIMITED BY SIZE
                INTO ReportRecord
             WRITE ReportRecord
             MOVE "Practica2Intercambio" TO EXLOG-PROGRAM
             MOVE "FILESTATUS"           TO EXLOG-CODETYPE
             MOVE WS-NETWORK-STATUS      TO EXLOG-CODEVALUE
             MOVE WS-NETWORK-FILENAME    TO EXLOG-KEYVALUE
             PERFORM LogException
          ELSE
             SET WS-NETWORK-RECEIVED TO TRUE
             MOVE "DIFERENCIAS CONTRA LA LIQUIDACION DE LA RED"
                TO ReportRecord
             WRITE ReportRecord
             READ NetworkFile INTO WS-NETWORK-LINE
                AT END SET EOFNetworkFile TO TRUE
             END-READ
             PERFORM UNTIL EOFNetworkFile
                IF LR-ROL IS EQUAL TO "A" OR LR-ROL IS EQUAL TO "E"
                   PERFORM MatchNetworkLine
                END-IF
                READ NetworkFile INTO WS-NETWORK-LINE
                   AT END SET EOFNetworkFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE NetworkFile
             PERFORM VARYING ItemIdx FROM 1 BY 1
                UNTIL ItemIdx > ItemCount
                IF IT-MATCH(ItemIdx) IS EQUAL TO "N" THEN
                   MOVE "NO LIQUIDADO" TO WS-DIF-MOTIVO
                   MOVE IT-ROL(ItemIdx)      TO WS-LOOK-ROL
                   MOVE IT-CARD(ItemIdx)     TO WS-LOOK-CARD
                   MOVE IT-TERMINAL(ItemIdx) TO WS-LOOK-TERMINAL
                   MOVE IT-MONEDA(ItemIdx)   TO WS-LOOK-MONEDA
                   MOVE IT-MONTO(ItemIdx)    TO WS-LOOK-MONTO
                   MOVE IT-COMISION(ItemIdx) TO WS-FEE
                   MOVE ZERO TO WS-RED-COMISION
                   PERFORM RecordDifference
                END-IF
             END-PERFORM
             IF WS-DIFF-COUNT IS EQUAL TO ZERO THEN
                MOVE "SIN DIFERENCIAS" TO ReportRecord
                WRITE ReportRecord
             END-IF
          END-IF.
       MatchNetworkLine.
      *   EN ROL A EL TERMINAL ES NUESTRO Y TAMBIEN DEBE COINCIDIR; EN
      *   ROL E SOLO LA RED CONOCE EL TERMINAL AJENO.
          ADD 1 TO WS-NETWORK-COUNT
          IF LR-ROL IS EQUAL TO "A" THEN
             ADD LR-COMISION TO WS-RED-COBRAR
          ELSE
             ADD LR-COMISION TO WS-RED-PAGAR
          END-IF
          MOVE "N" TO WS-FOUND-SW
          PERFORM VARYING ItemIdx FROM 1 BY 1
             UNTIL ItemIdx > ItemCount OR WS-FOUND
             IF IT-MATCH(ItemIdx) IS EQUAL TO "N"
                   AND IT-ROL(ItemIdx) IS EQUAL TO LR-ROL
                   AND IT-CARD(ItemIdx) IS EQUAL TO LR-TARJETA
                   AND IT-MONEDA(ItemIdx) IS EQUAL TO LR-MONEDA
                   AND IT-MONTO(ItemIdx) IS EQUAL TO LR-MONTO
                   AND (LR-ROL IS EQUAL TO "E"
                        OR IT-TERMINAL(ItemIdx) IS EQUAL TO
                           LR-TERMINAL) THEN
                MOVE "Y" TO IT-MATCH(ItemIdx)
                SET WS-FOUND TO TRUE
             END-IF
          END-PERFORM
          MOVE LR-ROL      TO WS-LOOK-ROL
          MOVE LR-TARJETA  TO WS-LOOK-CARD
          MOVE LR-TERMINAL TO WS-LOOK-TERMINAL
          MOVE LR-MONEDA   TO WS-LOOK-MONEDA
          MOVE LR-MONTO    TO WS-LOOK-MONTO
          MOVE LR-COMISION TO WS-RED-COMISION
          IF WS-FOUND THEN
             SUBTRACT 1 FROM ItemIdx
             IF IT-COMISION(ItemIdx) IS NOT EQUAL TO LR-COMISION
                MOVE "DIF COMISION" TO WS-DIF-MOTIVO
                MOVE IT-COMISION(ItemIdx) TO WS-FEE
                PERFORM RecordDifference
             END-IF
          ELSE
             MOVE "NO REGISTRADO" TO WS-DIF-MOTIVO
             MOVE ZERO TO WS-FEE
             PERFORM RecordDifference
          END-IF.
       RecordDifference.
          ADD 1 TO WS-DIFF-COUNT
          COMPUTE WS-DIF = WS-FEE - WS-RED-COMISION
          MOVE SPACES TO WS-DIFF-LINE
          MOVE WS-DIF-MOTIVO    TO DF-MOTIVO
          MOVE WS-LOOK-ROL      TO DF-ROL
          PERFORM MaskLookCard
          MOVE WS-MASKED-CARD   TO DF-CARD
          MOVE WS-LOOK-TERMINAL TO DF-TERMINAL
          MOVE WS-LOOK-MONEDA   TO DF-MONEDA
          MOVE WS-LOOK-MONTO    TO DF-MONTO
          MOVE WS-FEE           TO DF-NUESTRA
          MOVE WS-RED-COMISION  TO DF-RED
          MOVE WS-DIF           TO DF-DIF
          WRITE ReportRecord FROM WS-DIFF-LINE
          PERFORM AccumulateDiffTerminal
          PERFORM AccumulateDiffCard.
       AccumulateDiffTerminal.
          MOVE "N" TO WS-FOUND-SW
          PERFORM VARYING DiffTermIdx FROM 1 BY 1
             UNTIL DiffTermIdx > DiffTermCount OR WS-FOUND
             IF DT-ROL(DiffTermIdx) IS EQUAL TO WS-LOOK-ROL
                   AND DT-TERMINAL(DiffTermIdx) IS EQUAL TO
                      WS-LOOK-TERMINAL THEN
                SET WS-FOUND TO TRUE
             END-IF
          END-PERFORM
          IF WS-FOUND THEN
             SUBTRACT 1 FROM DiffTermIdx
          ELSE
             IF DiffTermCount < 300 THEN
                ADD 1 TO DiffTermCount
                MOVE DiffTermCount    TO DiffTermIdx
                MOVE WS-LOOK-ROL      TO DT-ROL(DiffTermIdx)
                MOVE WS-LOOK-TERMINAL TO DT-TERMINAL(DiffTermIdx)
                MOVE ZERO TO DT-COUNT(DiffTermIdx)
                MOVE ZERO TO DT-DIF(DiffTermIdx)
                SET WS-FOUND TO TRUE
             ELSE
                DISPLAY "AVISO: MAS DE 300 TERMINALES CON DIFERENCIA"
                   " - SE OMITE EL SUBTOTAL DE " WS-LOOK-TERMINAL
             END-IF
          END-IF
          IF WS-FOUND THEN
             ADD 1 TO DT-COUNT(DiffTermIdx)
             ADD WS-DIF TO DT-DIF(DiffTermIdx)
          END-IF.
       AccumulateDiffCard.
          MOVE "N" TO WS-FOUND-SW
          PERFORM VARYING DiffCardIdx FROM 1 BY 1
             UNTIL DiffCardIdx > DiffCardCount OR WS-FOUND
             IF DK-ROL(DiffCardIdx) IS EQUAL TO WS-LOOK-ROL
                   AND DK-CARD(DiffCardIdx) IS EQUAL TO
                      WS-LOOK-CARD THEN
                SET WS-FOUND TO TRUE
             END-IF
          END-PERFORM
          IF WS-FOUND THEN
             SUBTRACT 1 FROM DiffCardIdx
          ELSE
             IF DiffCardCount < 2000 THEN
                ADD 1 TO DiffCardCount
                MOVE DiffCardCount TO DiffCardIdx
                MOVE WS-LOOK-ROL   TO DK-ROL(DiffCardIdx)
                MOVE WS-LOOK-CARD  TO DK-CARD(DiffCardIdx)
                MOVE ZERO TO DK-COUNT(DiffCardIdx)
                MOVE ZERO TO DK-DIF(DiffCardIdx)
                SET WS-FOUND TO TRUE
             ELSE
                DISPLAY "AVISO: MAS DE 2000 TARJETAS CON DIFERENCIA"
                   " - SE OMITE SU SUBTOTAL"
             END-IF
          END-IF
          IF WS-FOUND THEN
             ADD 1 TO DK-COUNT(DiffCardIdx)
             ADD WS-DIF TO DK-DIF(DiffCardIdx)
          END-IF.
       WriteDiffSummaries.
          IF WS-DIFF-COUNT IS GREATER THAN ZERO THEN
             MOVE SPACES TO ReportRecord
             WRITE ReportRecord
             MOVE SPACES TO ReportRecord
             STRING "DIFERENCIAS POR TERMINAL (NUESTRA COMISION "
                       DELIMITED BY SIZE
                    "MENOS LA DE LA RED)" DELIMITED BY SIZE
                INTO ReportRecord
             WRITE ReportRecord
             PERFORM VARYING DiffTermIdx FROM 1 BY 1
                UNTIL DiffTermIdx > DiffTermCount
                MOVE DT-ROL(DiffTermIdx)      TO SM-ROL
                MOVE DT-TERMINAL(DiffTermIdx) TO SM-CLAVE
                MOVE DT-COUNT(DiffTermIdx)    TO SM-COUNT
                MOVE DT-DIF(DiffTermIdx)      TO SM-DIF
                WRITE ReportRecord FROM WS-SUMMARY-LINE
             END-PERFORM
             MOVE SPACES TO ReportRecord
             WRITE ReportRecord
             MOVE "DIFERENCIAS POR TARJETA" TO ReportRecord
             WRITE ReportRecord
             PERFORM VARYING DiffCardIdx FROM 1 BY 1
                UNTIL DiffCardIdx > DiffCardCount
                MOVE DK-ROL(DiffCardIdx)   TO SM-ROL
                MOVE DK-CARD(DiffCardIdx)  TO WS-LOOK-CARD
                PERFORM MaskLookCard
                MOVE WS-MASKED-CARD        TO SM-CLAVE
                MOVE DK-COUNT(DiffCardIdx) TO SM-COUNT
                MOVE DK-DIF(DiffCardIdx)   TO SM-DIF
                WRITE ReportRecord FROM WS-SUMMARY-LINE
             END-PERFORM
          END-IF.
       WriteTotals.
          COMPUTE WS-OUR-NETO = WS-OUR-COBRAR - WS-OUR-PAGAR
          COMPUTE WS-RED-NETO = WS-RED-COBRAR - WS-RED-PAGAR
          MOVE SPACES TO ReportRecord
          WRITE ReportRecord
          MOVE WS-OUR-COBRAR TO D-IMPORTE
          MOVE SPACES TO ReportRecord
          STRING "COMISIONES A COBRAR (CALCULADO): " DELIMITED BY SIZE
                 D-IMPORTE DELIMITED BY SIZE
             INTO ReportRecord
          WRITE ReportRecord
          MOVE WS-OUR-PAGAR TO D-IMPORTE
          MOVE SPACES TO ReportRecord
          STRING "COMISIONES A PAGAR  (CALCULADO): " DELIMITED BY SIZE
                 D-IMPORTE DELIMITED BY SIZE
             INTO ReportRecord
          WRITE ReportRecord
          MOVE WS-OUR-NETO TO D-IMPORTE
          MOVE SPACES TO ReportRecord
          STRING "NETO CALCULADO                 : " DELIMITED BY SIZE
                 D-IMPORTE DELIMITED BY SIZE
             INTO ReportRecord
          WRITE ReportRecord
          IF WS-NETWORK-RECEIVED THEN
             MOVE WS-RED-NETO TO D-IMPORTE
             MOVE SPACES TO ReportRecord
             STRING "NETO LIQUIDADO POR LA RED      : "
                       DELIMITED BY SIZE
                    D-IMPORTE DELIMITED BY SIZE
                INTO ReportRecord
             WRITE ReportRecord
             IF WS-RED-NETO IS NOT EQUAL TO WS-OUR-NETO THEN
                MOVE "Practica2Intercambio" TO EXLOG-PROGRAM
                MOVE "INTERCAMBI"           TO EXLOG-CODETYPE
                MOVE "DESCUADRE"            TO EXLOG-CODEVALUE
                MOVE WS-NETWORK-FILENAME    TO EXLOG-KEYVALUE
                PERFORM LogException
             END-IF
          END-IF
          MOVE SPACES TO ReportRecord
          STRING "ON-US: " DELIMITED BY SIZE
                 WS-ONUS-COUNT DELIMITED BY SIZE
                 " - ADQUIRENTE: " DELIMITED BY SIZE
                 WS-ACQ-COUNT DELIMITED BY SIZE
                 " - EMISOR: " DELIMITED BY SIZE
                 WS-ISS-COUNT DELIMITED BY SIZE
                 " - BIN DESCONOCIDO: " DELIMITED BY SIZE
                 WS-UNKNOWN-COUNT DELIMITED BY SIZE
             INTO ReportRecord
          WRITE ReportRecord.
       WriteSettlement.
      *   SE ASIENTA LO QUE LA RED LIQUIDA, QUE ES LO QUE SE MUEVE EN
      *   LA CUENTA DE COMPENSACION; LA DIFERENCIA CON LO CALCULADO
      *   QUEDA EN EL REPORTE PARA SU RECLAMO.
          OPEN OUTPUT SettlementFile
          IF WS-NETWORK-RECEIVED
                AND WS-RED-NETO IS NOT EQUAL TO ZERO THEN
             IF WS-RED-NETO IS GREATER THAN ZERO THEN
                MOVE "INTERCCOBR" TO IC-TIPOMOV
                MOVE WS-RED-NETO TO IC-MONTO
             ELSE
                MOVE "INTERCPAGO" TO IC-TIPOMOV
                COMPUTE IC-MONTO = ZERO - WS-RED-NETO
             END-IF
             MOVE "0001" TO IC-SUCURSAL
             WRITE SettlementRecord FROM WS-SETTLE-LINE
          END-IF
          CLOSE SettlementFile.
       WriteControlFigures.
          MOVE "Practica2Intercambio" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          MOVE WS-READ-COUNT TO CIF-READ
          COMPUTE CIF-WRITTEN = WS-ACQ-COUNT + WS-ISS-COUNT
          MOVE WS-DIFF-COUNT TO CIF-REJECTED
          MOVE IC-MONTO TO CIF-AMOUNT
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

      * LAS ALERTAS SALEN EN ALERTAFRAUDE_<FECHA>.DAT ORDENADAS POR
      * SEVERIDAD Y CON LAS TARJETAS ENMASCARADAS PARA EL EQUIPO DE
      * FRAUDE.
      * ADEMAS, SIEMPRE QUE EXISTA TARJBLOQ.DAT, SE BUSCAN EN AMBOS
      * FEEDS OPERACIONES CON TARJETAS POSTERIORES A SU BLOQUEO: SALEN
      * EN INTENTOSBLOQ_<FECHA>.DAT Y, SI HUBO DISPENSACION, COMO
      * ALERTA TARJBLOQ DE SEVERIDAD A.
      * LOS CLIENTES CALIFICADOS DE RIESGO ALTO EN RIESGOCLIEN.DAT
      * (Practica2RiesgoAml) Y SUS TARJETAS DE TARJMAES.DAT SE EVALUAN
      * CON LA MITAD DEL UMBRAL DE LAS REGLAS TARJMULTDNI Y MADRUGADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT AlertFile ASSIGN TO WS-ALERT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ALERT-STATUS.
          SELECT CardBlockFile ASSIGN TO "TARJBLOQ.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TARJBLOQ-STATUS.
          SELECT AttemptFile ASSIGN TO WS-ATTEMPT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ATTEMPT-STATUS.
          SELECT RiskRatingFile ASSIGN TO "RIESGOCLIEN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RIESGO-STATUS.
          SELECT CardMasterFile ASSIGN TO "TARJMAES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TARJMAES-STATUS.
          SELECT ExceptionLogFile ASSIGN TO "EXCEPTION.LOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXLOG-STATUS.
          88 EOFReportDat     VALUES      HIGH-VALUES.
       FD AlertFile.
       01 AlertRecord         PIC X(90)   VALUES SPACES.
       FD CardBlockFile.
       01 CardBlockBuffer     PIC X(50)   VALUES SPACES.
          88 EOFCardBlock     VALUES      HIGH-VALUES.
       FD AttemptFile.
       01 AttemptRecord       PIC X(100)  VALUES SPACES.
       FD RiskRatingFile.
       01 RiskRatingBuffer    PIC X(40)   VALUES SPACES.
          88 EOFRiskRating    VALUES      HIGH-VALUES.
       FD CardMasterFile.
       01 CardMasterBuffer    PIC X(40)   VALUES SPACES.
          88 EOFCardMaster    VALUES      HIGH-VALUES.
       FD ExceptionLogFile.
       01 ExceptionLogRecord  PIC X(100)  VALUES SPACES.
       FD ControlFiguresFile.
       COPY "ControlFiguresFields".
       COPY "ProcessDateFields".
       COPY "MaskCardFields".
       COPY "CardBlockFields".
       COPY "RiskRatingFields".
       COPY "CardMasterFields".
       01 WS-RUN-DATE         PIC 9(8)    VALUE ZERO.
       01 WS-RULES-STATUS     PIC X(2)    VALUE SPACE.
          88 RulesFileOK      VALUE "00".
       01 WS-NC-FOUND-SW      PIC X(1)    VALUE "N".
          88 WS-NC-FOUND      VALUE "Y".
       01 WS-NIGHT-UMBRAL     PIC 9(5)    VALUE ZERO.
      * CLIENTES DE RIESGO ALTO Y SUS TARJETAS: UMBRAL REDUCIDO.
       01 HighRiskTable.
          05 HighRiskCount    PIC 9(4)    VALUE ZERO.
          05 HighRiskEntry OCCURS 5000 TIMES.
             10 HR-DNI        PIC X(8).
       01 HighRiskIdx         PIC 9(4)    VALUE ZERO.
       01 HighRiskCardTable.
          05 HighRiskCardCount PIC 9(4)   VALUE ZERO.
          05 HighRiskCardEntry OCCURS 5000 TIMES.
             10 HC-CARD       PIC X(16).
       01 HighRiskCardIdx     PIC 9(4)    VALUE ZERO.
       01 WS-HR-DNI           PIC X(8)    VALUE SPACES.
       01 WS-HR-CARD          PIC X(16)   VALUE SPACES.
       01 WS-HR-FOUND-SW      PIC X(1)    VALUE "N".
          88 WS-HR-FOUND      VALUE "Y".
       01 WS-RULE-UMBRAL      PIC 9(5)    VALUE ZERO.
       01 WS-MIN-UMBRAL       PIC 9(5)    VALUE ZERO.
       01 AlertTable.
          05 AlertCount       PIC 9(3)    VALUE ZERO.
          05 AlertEntry OCCURS 500 TIMES.
          05 FILLER           PIC X       VALUE SPACE.
          05 AL-DETALLE       PIC X(30)   VALUE SPACES.
       01 WS-WRITTEN-COUNT    PIC 9(3)    VALUE ZERO.
      * ULTIMO BLOQUEO POR TARJETA (TARJBLOQ.DAT) Y REPORTE DE
      * INTENTOS DE USO POSTERIORES AL BLOQUEO.
       01 BlockTable.
          05 BlockCount       PIC 9(5)    VALUE ZERO.
          05 BlockEntry OCCURS 5000 TIMES.
             10 BK-CARD       PIC X(16).
             10 BK-ESTADO     PIC X(1).
             10 BK-FECHA      PIC 9(8).
             10 BK-HORA       PIC 9(4).
       01 BlockIdx            PIC 9(5)    VALUE ZERO.
       01 WS-BK-FOUND-SW      PIC X(1)    VALUE "N".
          88 WS-BK-FOUND      VALUE "Y".
       01 WS-BK-CARD          PIC X(16)   VALUE SPACES.
       01 WS-ATTEMPT-STATUS   PIC X(2)    VALUE SPACE.
          88 AttemptFileOK    VALUE "00".
       01 WS-ATTEMPT-FILENAME PIC X(30)   VALUE SPACES.
       01 WS-ATTEMPT-COUNT    PIC 9(5)    VALUE ZERO.
       01 WS-DISPENSE-COUNT   PIC 9(5)    VALUE ZERO.
       01 WS-OP-FECHA         PIC 9(8)    VALUE ZERO.
       01 WS-OP-HORA          PIC 9(4)    VALUE ZERO.
       01 WS-OP-AFTER-SW      PIC X(1)    VALUE "N".
          88 WS-OP-AFTER      VALUE "Y".
       01 WS-ATTEMPT-LINE.
          05 IB-CARD          PIC X(16)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 IB-ESTADO        PIC X(1)    VALUE SPACE.
          05 FILLER           PIC X       VALUE SPACE.
          05 IB-BLQ-FECHA     PIC 9(8)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 IB-BLQ-HORA      PIC 9(4)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 IB-OP-FECHA      PIC 9(8)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 IB-OP-HORA       PIC X(5)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 IB-FUENTE        PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 IB-TIPO          PIC X(10)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 IB-MONTO         PIC 9(7)V99 VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 IB-TERMINAL      PIC X(4)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 IB-DISPENSADO    PIC X(10)   VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "*** MOTOR DE REGLAS DE FRAUDE ***"
          PERFORM LoadProcessDate
          PERFORM LoadRules
          PERFORM LoadHighRiskClients
          STRING "ALERTAFRAUDE_" DELIMITED BY SIZE
                 WS-RUN-DATE     DELIMITED BY SIZE
                 ".DAT"          DELIMITED BY SIZE
                      RT-TIPO(RuleIdx) " - SE OMITE"
             END-EVALUATE
          END-PERFORM
          PERFORM EvaluateBlockedCards
          PERFORM WriteRankedAlerts
          PERFORM WriteControlFigures
          DISPLAY "============================"
       LoadRules.
          OPEN INPUT RulesFile
          IF RulesFileNotFound THEN
             DISPLAY "LOG: NO HAY REGLAS.DAT - SOLO SE REVISAN "
                "TARJETAS BLOQUEADAS"
             SET EOFRulesFile TO TRUE
          ELSE
             READ RulesFile INTO WS-RULE-LINE
                AT END SET EOFRulesFile TO TRUE
             END-READ
          END-IF
          PERFORM UNTIL EOFRulesFile
             IF RG-TIPO IS NOT EQUAL TO SPACES
                   AND RuleCount IS LESS THAN 20 THEN
                AT END SET EOFRulesFile TO TRUE
             END-READ
          END-PERFORM
          IF RulesFileOK THEN
             CLOSE RulesFile
          END-IF
          DISPLAY "LOG: REGLAS CARGADAS: " RuleCount.
       LoadHighRiskClients.
          OPEN INPUT RiskRatingFile
          IF NOT RiskRatingFileOK THEN
             DISPLAY "LOG: NO HAY RIESGOCLIEN.DAT - SIN UMBRALES "
                "DE RIESGO ALTO"
          ELSE
             READ RiskRatingFile INTO WS-RIESGO-LINE
                AT END SET EOFRiskRating TO TRUE
             END-READ
             PERFORM UNTIL EOFRiskRating
                IF RiesgoAlto AND HighRiskCount IS LESS THAN 5000 THEN
                   ADD 1 TO HighRiskCount
                   MOVE RK-DNI TO HR-DNI(HighRiskCount)
                END-IF
                READ RiskRatingFile INTO WS-RIESGO-LINE
                   AT END SET EOFRiskRating TO TRUE
                END-READ
             END-PERFORM
             CLOSE RiskRatingFile
          END-IF
          IF HighRiskCount IS GREATER THAN ZERO THEN
             OPEN INPUT CardMasterFile
             IF NOT CardMasterFileOK THEN
                DISPLAY "LOG: NO HAY TARJMAES.DAT - EL RIESGO ALTO "
                   "SOLO SE APLICA POR DNI"
             ELSE
                READ CardMasterFile INTO WS-TARJMAES-LINE
                   AT END SET EOFCardMaster TO TRUE
                END-READ
                PERFORM UNTIL EOFCardMaster
                   MOVE TJ-DNI TO WS-HR-DNI
                   PERFORM CheckHighRiskDni
                   IF WS-HR-FOUND
                         AND HighRiskCardCount IS LESS THAN 5000 THEN
                      ADD 1 TO HighRiskCardCount
                      MOVE TJ-CARD TO HC-CARD(HighRiskCardCount)
                   END-IF
                   READ CardMasterFile INTO WS-TARJMAES-LINE
                      AT END SET EOFCardMaster TO TRUE
                   END-READ
                END-PERFORM
                CLOSE CardMasterFile
             END-IF
          END-IF
          DISPLAY "LOG: CLIENTES DE RIESGO ALTO: " HighRiskCount
             " - TARJETAS: " HighRiskCardCount.
       CheckHighRiskDni.
          MOVE "N" TO WS-HR-FOUND-SW
          PERFORM VARYING HighRiskIdx FROM 1 BY 1
             UNTIL HighRiskIdx > HighRiskCount
             IF HR-DNI(HighRiskIdx) IS EQUAL TO WS-HR-DNI THEN
                MOVE "Y" TO WS-HR-FOUND-SW
                EXIT PERFORM
             END-IF
          END-PERFORM.
       CheckHighRiskCard.
          MOVE "N" TO WS-HR-FOUND-SW
          PERFORM VARYING HighRiskCardIdx FROM 1 BY 1
             UNTIL HighRiskCardIdx > HighRiskCardCount
             IF HC-CARD(HighRiskCardIdx) IS EQUAL TO WS-HR-CARD THEN
                MOVE "Y" TO WS-HR-FOUND-SW
                EXIT PERFORM
             END-IF
          END-PERFORM.
       TightenUmbral.
      *   MITAD DEL UMBRAL DE LA REGLA REDONDEADA HACIA ARRIBA, SIN
      *   BAJAR DEL MINIMO QUE TIENE SENTIDO PARA LA REGLA.
          COMPUTE WS-RULE-UMBRAL = (WS-RULE-UMBRAL + 1) / 2
          IF WS-RULE-UMBRAL IS LESS THAN WS-MIN-UMBRAL THEN
             MOVE WS-MIN-UMBRAL TO WS-RULE-UMBRAL
          END-IF.
       LoadPanMode.
          ACCEPT WS-PAN-MODE FROM ENVIRONMENT "CUENTA_PAN_MODE"
          IF PanUnmasked THEN
             IF DNI IS NOT EQUAL TO CD-DNI1(CardDniIdx) THEN
                ADD 1 TO CD-DNI-COUNT(CardDniIdx)
                MOVE DNI TO CD-DNI1(CardDniIdx)
      *         TARJETA DE UN CLIENTE DE RIESGO ALTO, O USADA POR UNO.
                MOVE RT-UMBRAL(RuleIdx) TO WS-RULE-UMBRAL
                MOVE Card TO WS-HR-CARD
                PERFORM CheckHighRiskCard
                IF NOT WS-HR-FOUND THEN
                   MOVE DNI TO WS-HR-DNI
                   PERFORM CheckHighRiskDni
                END-IF
                IF WS-HR-FOUND THEN
                   MOVE 2 TO WS-MIN-UMBRAL
                   PERFORM TightenUmbral
                END-IF
                IF CD-DNI-COUNT(CardDniIdx) IS NOT LESS THAN
                      WS-RULE-UMBRAL
                      AND CD-ALERTED(CardDniIdx) IS NOT EQUAL TO
                         "Y" THEN
                   MOVE "Y" TO CD-ALERTED(CardDniIdx)
          IF WS-NC-FOUND THEN
             ADD 1 TO NC-EVENTS(NightIdx)
             MOVE TimeRecord TO NC-HORA(NightIdx)
             MOVE WS-NIGHT-UMBRAL TO WS-RULE-UMBRAL
             MOVE PinCardRecord TO WS-HR-CARD
             PERFORM CheckHighRiskCard
             IF WS-HR-FOUND THEN
                MOVE 1 TO WS-MIN-UMBRAL
                PERFORM TightenUmbral
             END-IF
             IF NC-EVENTS(NightIdx) IS NOT LESS THAN
                   WS-RULE-UMBRAL
                   AND NC-ALERTED(NightIdx) IS NOT EQUAL TO "Y" THEN
                MOVE "Y" TO NC-ALERTED(NightIdx)
                IF AlertCount IS LESS THAN 500 THEN
                END-IF
             END-IF
          END-IF.
       EvaluateBlockedCards.
      *   OPERACIONES CON TARJETAS BLOQUEADAS (PERDIDA, ROBADA O
      *   RETENIDA) POSTERIORES A LA HORA DEL BLOQUEO. report.dat TRAE
      *   FECHA Y HORA; OPECLIENORD.DAT SOLO FECHA, ASI QUE UNA ORDEN
      *   DEL MISMO DIA DEL BLOQUEO TAMBIEN SE REPORTA. UN RETIRO DE
      *   report.dat O UNA ORDEN DE OPECLIENORD.DAT ES DINERO
      *   DISPENSADO Y SE ALERTA CON SEVERIDAD A.
          PERFORM LoadCardBlocks
          IF BlockCount IS EQUAL TO ZERO THEN
             DISPLAY "LOG: SIN TARJETAS BLOQUEADAS - NO SE REVISAN "
                "INTENTOS DE USO"
          ELSE
             STRING "INTENTOSBLOQ_" DELIMITED BY SIZE
                    WS-RUN-DATE     DELIMITED BY SIZE
                    ".DAT"          DELIMITED BY SIZE
                INTO WS-ATTEMPT-FILENAME
             OPEN OUTPUT AttemptFile
             IF NOT AttemptFileOK THEN
                DISPLAY "ERROR: NO SE PUDO ABRIR " WS-ATTEMPT-FILENAME
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
             PERFORM ScanReportDatBlocked
             PERFORM ScanOpeclienBlocked
             CLOSE AttemptFile
             DISPLAY "LOG: INTENTOS CON TARJETA BLOQUEADA: "
                WS-ATTEMPT-COUNT " DISPENSADOS: " WS-DISPENSE-COUNT
          END-IF.
       LoadCardBlocks.
          MOVE ZERO TO BlockCount
          OPEN INPUT CardBlockFile
          IF NOT CardBlockFileOK THEN
             CLOSE CardBlockFile
          ELSE
             READ CardBlockFile INTO WS-TARJBLOQ-LINE
                AT END SET EOFCardBlock TO TRUE
             END-READ
             PERFORM UNTIL EOFCardBlock
                MOVE TB-CARD TO WS-BK-CARD
                PERFORM FindCardBlock
                IF NOT WS-BK-FOUND AND BlockCount < 5000 THEN
                   ADD 1 TO BlockCount
                   MOVE BlockCount TO BlockIdx
                   MOVE TB-CARD TO BK-CARD(BlockIdx)
                   SET WS-BK-FOUND TO TRUE
                END-IF
                IF WS-BK-FOUND THEN
                   MOVE TB-ESTADO TO BK-ESTADO(BlockIdx)
                   MOVE TB-FECHA  TO BK-FECHA(BlockIdx)
                   MOVE TB-HORA   TO BK-HORA(BlockIdx)
                END-IF
                READ CardBlockFile INTO WS-TARJBLOQ-LINE
                   AT END SET EOFCardBlock TO TRUE
                END-READ
             END-PERFORM
             CLOSE CardBlockFile
          END-IF.
       FindCardBlock.
          MOVE "N" TO WS-BK-FOUND-SW
          PERFORM VARYING BlockIdx FROM 1 BY 1
             UNTIL BlockIdx > BlockCount
             IF BK-CARD(BlockIdx) IS EQUAL TO WS-BK-CARD THEN
                MOVE "Y" TO WS-BK-FOUND-SW
                EXIT PERFORM
             END-IF
          END-PERFORM.
       ScanReportDatBlocked.
          OPEN INPUT ReportDatFile
          IF NOT ReportDatOK THEN
             DISPLAY "LOG: SIN report.dat - NO SE REVISAN INTENTOS "
                "EN CAJEROS"
          ELSE
             READ ReportDatFile INTO ReportDatRecord
                AT END SET EOFReportDat TO TRUE
             END-READ
             PERFORM UNTIL EOFReportDat
                MOVE PinCardRecord TO WS-BK-CARD
                PERFORM FindCardBlock
                IF WS-BK-FOUND AND DateRecord(1:4) IS NUMERIC
                      AND DateRecord(6:2) IS NUMERIC
                      AND DateRecord(9:2) IS NUMERIC
                      AND TimeRecord(1:2) IS NUMERIC
                      AND TimeRecord(4:2) IS NUMERIC THEN
                   STRING DateRecord(1:4) DateRecord(6:2)
                          DateRecord(9:2) DELIMITED BY SIZE
                      INTO WS-OP-FECHA
                   STRING TimeRecord(1:2) TimeRecord(4:2)
                      DELIMITED BY SIZE INTO WS-OP-HORA
                   MOVE "N" TO WS-OP-AFTER-SW
                   IF WS-OP-FECHA > BK-FECHA(BlockIdx)
                         OR (WS-OP-FECHA = BK-FECHA(BlockIdx)
                         AND WS-OP-HORA >= BK-HORA(BlockIdx)) THEN
                      MOVE "Y" TO WS-OP-AFTER-SW
                   END-IF
                   IF WS-OP-AFTER THEN
                      MOVE SPACES TO WS-ATTEMPT-LINE
                      MOVE TimeRecord   TO IB-OP-HORA
                      MOVE "report.dat" TO IB-FUENTE
                      MOVE TxnType      TO IB-TIPO
                      MOVE Qty          TO IB-MONTO
                      MOVE PosCod       TO IB-TERMINAL
                      IF TxnIsRetiro THEN
                         MOVE "DISPENSADO" TO IB-DISPENSADO
                      END-IF
                      PERFORM WriteBlockedAttempt
                   END-IF
                END-IF
                READ ReportDatFile INTO ReportDatRecord
                   AT END SET EOFReportDat TO TRUE
                END-READ
             END-PERFORM
             CLOSE ReportDatFile
          END-IF.
       ScanOpeclienBlocked.
          OPEN INPUT OpenClientFile
          IF NOT OpeclienFileOK THEN
             DISPLAY "LOG: SIN OPECLIENORD.DAT - NO SE REVISAN "
                "INTENTOS EN ORDENES"
          ELSE
             READ OpenClientFile INTO OpenClientRecord
                AT END SET EOFOpenClien TO TRUE
             END-READ
             PERFORM UNTIL EOFOpenClien
                MOVE Card TO WS-BK-CARD
                PERFORM FindCardBlock
                IF DNI IS NOT EQUAL TO "*TRAILER" AND WS-BK-FOUND
                      AND RecordDate(1:4) IS NUMERIC
                      AND RecordDate(6:2) IS NUMERIC
                      AND RecordDate(9:2) IS NUMERIC THEN
                   STRING RecordDate(1:4) RecordDate(6:2)
                          RecordDate(9:2) DELIMITED BY SIZE
                      INTO WS-OP-FECHA
                   IF WS-OP-FECHA >= BK-FECHA(BlockIdx) THEN
                      MOVE SPACES TO WS-ATTEMPT-LINE
                      MOVE "--:--"       TO IB-OP-HORA
                      MOVE "OPECLIENOR"  TO IB-FUENTE
                      MOVE "ORDEN"       TO IB-TIPO
                      MOVE Amount        TO IB-MONTO
                      MOVE "DISPENSADO"  TO IB-DISPENSADO
                      PERFORM WriteBlockedAttempt
                   END-IF
                END-IF
                READ OpenClientFile INTO OpenClientRecord
                   AT END SET EOFOpenClien TO TRUE
                END-READ
             END-PERFORM
             CLOSE OpenClientFile
          END-IF.
       WriteBlockedAttempt.
          IF PanUnmasked THEN
             MOVE BK-CARD(BlockIdx) TO WS-MASKED-CARD
          ELSE
             CALL "MaskCardNumber"
                USING BY CONTENT BK-CARD(BlockIdx)
                      BY REFERENCE WS-MASKED-CARD
          END-IF
          MOVE WS-MASKED-CARD     TO IB-CARD
          MOVE BK-ESTADO(BlockIdx) TO IB-ESTADO
          MOVE BK-FECHA(BlockIdx) TO IB-BLQ-FECHA
          MOVE BK-HORA(BlockIdx)  TO IB-BLQ-HORA
          MOVE WS-OP-FECHA        TO IB-OP-FECHA
          WRITE AttemptRecord FROM WS-ATTEMPT-LINE
          ADD 1 TO WS-ATTEMPT-COUNT
          IF IB-DISPENSADO IS EQUAL TO "DISPENSADO" THEN
             ADD 1 TO WS-DISPENSE-COUNT
             IF AlertCount IS LESS THAN 500 THEN
                ADD 1 TO AlertCount
                MOVE "A"            TO AT-SEVERIDAD(AlertCount)
                MOVE "TARJBLOQ"     TO AT-TIPO(AlertCount)
                MOVE WS-MASKED-CARD TO AT-CLAVE(AlertCount)
                MOVE SPACES         TO AT-DETALLE(AlertCount)
                STRING "DISPENSA TRAS BLOQUEO "
                          DELIMITED BY SIZE
                       IB-ESTADO    DELIMITED BY SIZE
                       " "          DELIMITED BY SIZE
                       IB-OP-HORA   DELIMITED BY SIZE
                   INTO AT-DETALLE(AlertCount)
             ELSE
                DISPLAY "AVISO: TABLA DE ALERTAS LLENA"
             END-IF
          END-IF.
       WriteRankedAlerts.
      *   EL ARCHIVO SALE ORDENADO POR SEVERIDAD: PRIMERO LAS A
      *   (ALTA), LUEGO M (MEDIA) Y AL FINAL B (BAJA).

          SELECT ViolationFile ASSIGN TO WS-VIOL-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VIOL-STATUS.
          SELECT ReturnedChequeFile ASSIGN TO WS-DEVCHQ-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DEVCHQ-STATUS.
          SELECT SweepReportFile ASSIGN TO WS-SWEEP-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SWEEP-STATUS.
          SELECT HolderFile ASSIGN TO "COTITULARES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COTIT-STATUS.
          SELECT RiskRatingFile ASSIGN TO "RIESGOCLIEN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RIESGO-STATUS.
          SELECT AlertFile ASSIGN TO "AVISOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ALERT-STATUS.
       FD ViolationFile.
       01 ViolationBuffer        PIC X(80)   VALUES SPACES.
          88 EOFViolation        VALUES      HIGH-VALUES.
       FD ReturnedChequeFile.
       01 ReturnedChequeBuffer   PIC X(80)   VALUES SPACES.
          88 EOFReturnedCheque   VALUES      HIGH-VALUES.
       FD SweepReportFile.
       01 SweepReportBuffer      PIC X(100)  VALUES SPACES.
          88 EOFSweepReport      VALUES      HIGH-VALUES.
       FD HolderFile.
       01 HolderBuffer           PIC X(50)   VALUES SPACES.
          88 EOFHolderFile       VALUES      HIGH-VALUES.
       FD RiskRatingFile.
       01 RiskRatingBuffer       PIC X(40)   VALUES SPACES.
          88 EOFRiskRating       VALUES      HIGH-VALUES.
       FD AlertFile.
       01 AlertRecord            PIC X(90)   VALUES SPACES.
       FD ControlFiguresFile.
       WORKING-STORAGE SECTION.
       COPY "ControlFiguresFields".
       COPY "ProcessDateFields".
       COPY "JointHolderFields".
       COPY "RiskRatingFields".
       01 WS-RUN-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-PARAM-STATUS        PIC X(2)    VALUE SPACE.
          88 ParamFileOK         VALUE "00".
       01 WS-VIOL-STATUS         PIC X(2)    VALUE SPACE.
          88 ViolationFileOK     VALUE "00".
       01 WS-VIOL-FILENAME       PIC X(30)   VALUE SPACES.
       01 WS-DEVCHQ-STATUS       PIC X(2)    VALUE SPACE.
          88 DevChequeFileOK     VALUE "00".
       01 WS-DEVCHQ-FILENAME     PIC X(30)   VALUE SPACES.
       01 WS-SWEEP-STATUS        PIC X(2)    VALUE SPACE.
          88 SweepReportFileOK   VALUE "00".
       01 WS-SWEEP-FILENAME      PIC X(30)   VALUE SPACES.
       01 WS-ALERT-STATUS        PIC X(2)    VALUE SPACE.
          88 AlertFileOK         VALUE "00".
      * PARAMAVISOS.DAT: LINEA 1 PISO DE SALDO, LINEA 2 UMBRAL DE
             10 TH-MONTO         PIC 9(9).
       01 ThresholdIdx           PIC 9(3)    VALUE ZERO.
       01 WS-CLIENT-UMBRAL       PIC 9(9)    VALUE ZERO.
       01 WS-TH-FOUND-SW         PIC X(1)    VALUE "N".
          88 WS-TH-FOUND         VALUE "Y".
      * CLIENTES CALIFICADOS DE RIESGO ALTO (RIESGOCLIEN.DAT): SIN UN
      * UMBRAL PROPIO SE LES AVISA DESDE LA MITAD DEL UMBRAL GENERAL.
       01 HighRiskTable.
          05 HighRiskCount       PIC 9(4)    VALUE ZERO.
          05 HighRiskEntry OCCURS 5000 TIMES.
             10 HR-DNI           PIC X(8).
       01 HighRiskIdx            PIC 9(4)    VALUE ZERO.
       01 NameTable.
          05 NameCount           PIC 9(5)    VALUE ZERO.
          05 NameEntry OCCURS 5000 TIMES.
             10 NM-NOMBRE        PIC X(30).
       01 NameIdx                PIC 9(5)    VALUE ZERO.
       01 WS-CLIENT-NAME         PIC X(30)   VALUE SPACES.
      * LOS AVISOS DE UNA CUENTA COMPARTIDA LLEGAN A CADA UNO DE SUS
      * TITULARES (COTITULARES.DAT), NO SOLO AL DOCCLIEN.
       01 HolderTable.
          05 HolderCount         PIC 9(5)    VALUE ZERO.
          05 HolderEntry OCCURS 5000 TIMES.
             10 HT-CUENTA        PIC X(10).
             10 HT-TITULAR       PIC X(8).
             10 HT-DNI           PIC X(8).
       01 HolderIdx              PIC 9(5)    VALUE ZERO.
       01 WS-ALERT-TITULAR       PIC X(8)    VALUE SPACES.
       01 WS-ALERT-CUENTA        PIC X(10)   VALUE SPACES.
       01 WS-MASTER-LINE.
          05 CM-DNI              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 FILLER              PIC X(6).
          05 VH-DNI              PIC X(8).
          05 FILLER              PIC X(51).
      * CHEQUES DEVUELTOS POR LA CAMARA (DEVCHEQUES_<FECHA>.DAT DE
      * Practica2Canje).
       01 WS-DEVCHQ-LINE.
          05 DC-DNI              PIC X(8).
          05 FILLER              PIC X.
          05 DC-CUENTA           PIC X(10).
          05 FILLER              PIC X.
          05 DC-BANCO            PIC X(4).
          05 FILLER              PIC X.
          05 DC-NUMERO           PIC X(10).
          05 FILLER              PIC X(37).
      * TRASPASOS DEL BARRIDO DE SOBREGIROS (BARRIDO_<FECHA>.DAT DE
      * Practica2Barrido); SOLO LAS LINEAS MARCADAS BARRIDO.
       01 WS-SWEEP-LINE.
          05 SW-ACCION           PIC X(10).
          05 FILLER              PIC X.
          05 SW-DNI              PIC X(8).
          05 FILLER              PIC X.
          05 SW-CUENTA           PIC X(10).
          05 FILLER              PIC X.
          05 SW-ORIGEN           PIC X(10).
          05 FILLER              PIC X(59).
       01 WS-ALERT-LINE.
          05 AV-DNI              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          DISPLAY "*** GENERACION DE AVISOS A CLIENTES ***"
          PERFORM LoadProcessDate
          PERFORM LoadAvisoParams
          PERFORM LoadHighRiskClients
          PERFORM LoadClientNames
          PERFORM LoadHolderRegister
          STRING "BALANCECOMPROB_" DELIMITED BY SIZE
                 WS-RUN-DATE       DELIMITED BY SIZE
                 ".DAT"            DELIMITED BY SIZE
                 WS-RUN-DATE   DELIMITED BY SIZE
                 ".DAT"        DELIMITED BY SIZE
             INTO WS-VIOL-FILENAME
          STRING "DEVCHEQUES_" DELIMITED BY SIZE
                 WS-RUN-DATE   DELIMITED BY SIZE
                 ".DAT"        DELIMITED BY SIZE
             INTO WS-DEVCHQ-FILENAME
          STRING "BARRIDO_"    DELIMITED BY SIZE
                 WS-RUN-DATE   DELIMITED BY SIZE
                 ".DAT"        DELIMITED BY SIZE
             INTO WS-SWEEP-FILENAME
          OPEN OUTPUT AlertFile
          IF NOT AlertFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR AVISOS.DAT"
          PERFORM ScanBigWithdrawals
          PERFORM ScanDormantCandidates
          PERFORM ScanLimitViolations
          PERFORM ScanReturnedCheques
          PERFORM ScanSweeps
          CLOSE AlertFile
          PERFORM WriteControlFigures
          DISPLAY "============================"
          DISPLAY "LOG: PISO DE SALDO: " WS-PISO-SALDO
             " - UMBRAL DE RETIRO: " WS-UMBRAL-RETIRO
             " - UMBRALES POR CLIENTE: " ThresholdCount.
       LoadHighRiskClients.
          OPEN INPUT RiskRatingFile
          IF NOT RiskRatingFileOK THEN
             CLOSE RiskRatingFile
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
             DISPLAY "LOG: CLIENTES DE RIESGO ALTO: " HighRiskCount
          END-IF.
       LoadClientNames.
          OPEN INPUT MasterFile
          IF NOT MasterFileOK THEN
             CLOSE MasterFile
             DISPLAY "LOG: CLIENTES CARGADOS: " NameCount
          END-IF.
       LoadHolderRegister.
          OPEN INPUT HolderFile
          IF NOT HolderFileOK THEN
             CLOSE HolderFile
          ELSE
             READ HolderFile INTO WS-COTIT-LINE
                AT END SET EOFHolderFile TO TRUE
             END-READ
             PERFORM UNTIL EOFHolderFile
                IF HolderCount IS LESS THAN 5000 THEN
                   ADD 1 TO HolderCount
                   MOVE CTT-CUENTA  TO HT-CUENTA(HolderCount)
                   MOVE CTT-TITULAR TO HT-TITULAR(HolderCount)
                   MOVE CTT-DNI     TO HT-DNI(HolderCount)
                END-IF
                READ HolderFile INTO WS-COTIT-LINE
                   AT END SET EOFHolderFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE HolderFile
             DISPLAY "LOG: COTITULARES CARGADOS: " HolderCount
          END-IF.
       AlertJointHolders.
      *   EL MISMO AVISO DE CUENTA, REPETIDO PARA CADA COTITULAR.
          PERFORM VARYING HolderIdx FROM 1 BY 1
             UNTIL HolderIdx > HolderCount
             IF HT-CUENTA(HolderIdx) IS EQUAL TO WS-ALERT-CUENTA
                   AND HT-TITULAR(HolderIdx) IS EQUAL TO
                      WS-ALERT-TITULAR THEN
                MOVE HT-DNI(HolderIdx) TO AV-DNI
                PERFORM WriteAlert
             END-IF
          END-PERFORM.
       FindClientName.
          MOVE SPACES TO WS-CLIENT-NAME
          PERFORM VARYING NameIdx FROM 1 BY 1
          END-PERFORM.
       FindClientThreshold.
          MOVE WS-UMBRAL-RETIRO TO WS-CLIENT-UMBRAL
          MOVE "N" TO WS-TH-FOUND-SW
          PERFORM VARYING ThresholdIdx FROM 1 BY 1
             UNTIL ThresholdIdx > ThresholdCount
             IF TH-DNI(ThresholdIdx) IS EQUAL TO DNI THEN
                MOVE TH-MONTO(ThresholdIdx) TO WS-CLIENT-UMBRAL
                MOVE "Y" TO WS-TH-FOUND-SW
                EXIT PERFORM
             END-IF
          END-PERFORM
          IF NOT WS-TH-FOUND THEN
             PERFORM VARYING HighRiskIdx FROM 1 BY 1
                UNTIL HighRiskIdx > HighRiskCount
                IF HR-DNI(HighRiskIdx) IS EQUAL TO DNI THEN
                   COMPUTE WS-CLIENT-UMBRAL = WS-UMBRAL-RETIRO / 2
                   EXIT PERFORM
                END-IF
             END-PERFORM
          END-IF.
       ScanLowBalances.
          OPEN INPUT TrialBalanceFile
          IF NOT TBFileOK THEN
                             D-MONTO DELIMITED BY SIZE
                         INTO AV-DETALLE
                      PERFORM WriteAlert
                      MOVE TBD-DOC    TO WS-ALERT-TITULAR
                      MOVE TBD-CUENTA TO WS-ALERT-CUENTA
                      PERFORM AlertJointHolders
                   END-IF
                END-IF
                READ TrialBalanceFile INTO WS-TB-DETAIL
                          FU-LASTMOV DELIMITED BY SIZE
                      INTO AV-DETALLE
                   PERFORM WriteAlert
                   MOVE FU-DOC    TO WS-ALERT-TITULAR
                   MOVE FU-CUENTA TO WS-ALERT-CUENTA
                   PERFORM AlertJointHolders
                END-IF
                READ FollowUpFile INTO WS-FOLLOW-LINE
                   AT END SET EOFFollowUp TO TRUE
             END-PERFORM
             CLOSE ViolationFile
          END-IF.
       ScanReturnedCheques.
          OPEN INPUT ReturnedChequeFile
          IF NOT DevChequeFileOK THEN
             DISPLAY "LOG: SIN " WS-DEVCHQ-FILENAME
                " - NO HAY CHEQUES DEVUELTOS"
          ELSE
             READ ReturnedChequeFile INTO WS-DEVCHQ-LINE
                AT END SET EOFReturnedCheque TO TRUE
             END-READ
             PERFORM UNTIL EOFReturnedCheque
                MOVE DC-DNI TO AV-DNI
                MOVE "CHEQUEDEV" TO AV-TIPO
                MOVE SPACES TO AV-DETALLE
                STRING DC-CUENTA DELIMITED BY SIZE
                       " CHEQUE " DELIMITED BY SIZE
                       DC-NUMERO DELIMITED BY SIZE
                   INTO AV-DETALLE
                PERFORM WriteAlert
                MOVE DC-DNI    TO WS-ALERT-TITULAR
                MOVE DC-CUENTA TO WS-ALERT-CUENTA
                PERFORM AlertJointHolders
                READ ReturnedChequeFile INTO WS-DEVCHQ-LINE
                   AT END SET EOFReturnedCheque TO TRUE
                END-READ
             END-PERFORM
             CLOSE ReturnedChequeFile
          END-IF.
       ScanSweeps.
          OPEN INPUT SweepReportFile
          IF NOT SweepReportFileOK THEN
             DISPLAY "LOG: SIN " WS-SWEEP-FILENAME
                " - NO HUBO BARRIDO DE SOBREGIROS"
          ELSE
             READ SweepReportFile INTO WS-SWEEP-LINE
                AT END SET EOFSweepReport TO TRUE
             END-READ
             PERFORM UNTIL EOFSweepReport
                IF SW-ACCION IS EQUAL TO "BARRIDO" THEN
                   MOVE SW-DNI TO AV-DNI
                   MOVE "BARRIDO" TO AV-TIPO
                   MOVE SPACES TO AV-DETALLE
                   STRING SW-CUENTA DELIMITED BY SIZE
                          " DESDE " DELIMITED BY SIZE
                          SW-ORIGEN DELIMITED BY SIZE
                      INTO AV-DETALLE
                   PERFORM WriteAlert
                   MOVE SW-DNI    TO WS-ALERT-TITULAR
                   MOVE SW-CUENTA TO WS-ALERT-CUENTA
                   PERFORM AlertJointHolders
                END-IF
                READ SweepReportFile INTO WS-SWEEP-LINE
                   AT END SET EOFSweepReport TO TRUE
                END-READ
             END-PERFORM
             CLOSE SweepReportFile
          END-IF.
       WriteAlert.
          PERFORM FindClientName
          MOVE WS-CLIENT-NAME TO AV-NOMBRE

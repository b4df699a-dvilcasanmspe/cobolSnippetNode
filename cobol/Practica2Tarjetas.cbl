          SELECT ProcessDateFile ASSIGN TO "FECHAPROC.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FECHAPROC-STATUS.
          SELECT CardBlockFile ASSIGN TO "TARJBLOQ.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TARJBLOQ-STATUS.
          SELECT HotListFile ASSIGN TO "TARJCALIENTE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HOTLIST-STATUS.
          SELECT CardIssueFile ASSIGN TO "EMISIONTARJ.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EMISION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CardMasterFile.
       01 ControlFiguresRecord   PIC X(80)   VALUES SPACES.
       FD ProcessDateFile.
       01 ProcessDateBuffer      PIC X(8)    VALUES SPACES.
       FD CardBlockFile.
       01 CardBlockBuffer        PIC X(50)   VALUES SPACES.
          88 EOFCardBlock        VALUES      HIGH-VALUES.
       FD HotListFile.
       01 HotListRecord          PIC X(40)   VALUES SPACES.
       FD CardIssueFile.
       01 CardIssueRecord        PIC X(100)  VALUES SPACES.
          88 EOFCardIssue        VALUES      HIGH-VALUES.
       WORKING-STORAGE SECTION.
       COPY "DbProfileFields".
       COPY "ExceptionLogFields".
       COPY "ControlFiguresFields".
       COPY "CardMasterFields".
       COPY "MaskCardFields".
       COPY "CardBlockFields".
       COPY "CardIssueFields".
       01 WS-RUN-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-CMDLINE             PIC X(102)  VALUE SPACES.
       01 WS-CMDLINE-FIELDS REDEFINES WS-CMDLINE.
             88 UpdateMode       VALUE "U".
             88 CancelMode       VALUE "C".
             88 ExportMode       VALUE "X".
             88 BlockMode        VALUE "B".
             88 HotListMode      VALUE "H".
             88 RequestMode      VALUE "S".
             88 ReplaceMode      VALUE "R".
             88 DeliverMode      VALUE "E".
          05 FILLER              PIC X.
          05 WS-CMDDATA          PIC X(100).
       01 WS-EXPORT-COUNT        PIC 9(5)    VALUE ZERO.
       01 WS-BLOCK-REQUEST.
          05 BQ-CARD             PIC X(16)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 BQ-ESTADO           PIC X(1)    VALUE SPACE.
             88 BloqueoValido    VALUES "P", "R", "T".
          05 FILLER              PIC X       VALUE SPACE.
          05 BQ-OPERADOR         PIC X(8)    VALUE SPACES.
       01 WS-BLOCK-TIME          PIC 9(8)    VALUE ZERO.
       01 WS-CHANGE-OK-SW        PIC X(1)    VALUE "N".
          88 WS-CHANGE-OK        VALUE "Y".
      * ULTIMO BLOQUEO VIGENTE POR TARJETA, TOMADO DE TARJBLOQ.DAT
      * PARA SELLAR LA LISTA CALIENTE.
       01 BlockTable.
          05 BlockCount          PIC 9(5)    VALUE ZERO.
          05 BlockEntry OCCURS 5000 TIMES.
             10 BK-CARD          PIC X(16)   VALUE SPACES.
             10 BK-FECHA         PIC 9(8)    VALUE ZERO.
             10 BK-HORA          PIC 9(4)    VALUE ZERO.
       01 BlockIdx               PIC 9(5)    VALUE ZERO.
       01 WS-BK-FOUND-SW         PIC X(1)    VALUE "N".
          88 WS-BK-FOUND         VALUE "Y".
       01 WS-HOTLIST-COUNT       PIC 9(7)    VALUE ZERO.
      * SOLICITUD DE TARJETA NUEVA (S): DNI, CUENTA Y OPERADOR.
       01 WS-ISSUE-REQUEST.
          05 IR-DNI              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 IR-CUENTA           PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 IR-OPERADOR         PIC X(8)    VALUE SPACES.
      * REPOSICION (R) Y ENTREGA AL CLIENTE (E): TARJETA Y OPERADOR.
       01 WS-CARD-REQUEST.
          05 CR-CARD             PIC X(16)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 CR-OPERADOR         PIC X(8)    VALUE SPACES.
      * COLA DE EMISION EN MEMORIA PARA CONSULTARLA Y REESCRIBIRLA.
       01 IssueTable.
          05 IssueCount          PIC 9(5)    VALUE ZERO.
          05 IssueEntry OCCURS 5000 TIMES.
             10 IQ-LINE          PIC X(100)  VALUE SPACES.
       01 IssueIdx               PIC 9(5)    VALUE ZERO.
       01 WS-ISSUE-POS           PIC 9(5)    VALUE ZERO.
       01 WS-ISSUE-VENCE         PIC 9(6)    VALUE ZERO.
       01 WS-LIMIT-MES           PIC 9(6)    VALUE ZERO.
       01 WS-ISSUE-ERROR         PIC X(50)   VALUE SPACES.
       01 WS-ISSUE-OPERADOR      PIC X(8)    VALUE SPACES.
       01 WS-ISSUE-TIPO          PIC X(1)    VALUE SPACE.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME           PIC X(30)      VALUE SPACE.
       01 USERNAME         PIC X(64)      VALUE SPACE.
          05 TA-ESTADO     PIC X.
             88 TarjetaActiva    VALUE "A".
             88 TarjetaCancelada VALUE "C".
             88 TarjetaPerdida   VALUE "P".
             88 TarjetaRobada    VALUE "R".
             88 TarjetaRetenida  VALUE "T".
             88 TarjetaEnEmision VALUE "E".
       01 WS-EXIST-COUNT   PIC S9(9) COMP VALUE ZERO.
       01 WS-CTA-SUCURSAL  PIC X(4)       VALUE SPACE.
       01 WS-CTA-ESTADO    PIC X(1)       VALUE SPACE.
       01 WS-OLD-CARD      PIC X(16)      VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
             WHEN CancelMode
                MOVE WS-CMDDATA TO TA-RECORD
                PERFORM CancelCard
             WHEN BlockMode
                MOVE WS-CMDDATA TO WS-BLOCK-REQUEST
                PERFORM BlockCard
             WHEN HotListMode
                PERFORM WriteHotList
             WHEN RequestMode
                MOVE WS-CMDDATA TO WS-ISSUE-REQUEST
                PERFORM RequestCard
             WHEN ReplaceMode
                MOVE WS-CMDDATA TO WS-CARD-REQUEST
                PERFORM ReplaceCard
             WHEN DeliverMode
                MOVE WS-CMDDATA TO WS-CARD-REQUEST
                PERFORM DeliverCard
             WHEN OTHER
                MOVE WS-CMDLINE TO TA-RECORD
                PERFORM InsertCard
          END-EVALUATE
      *   CADA CAMBIO SOBRE TARJETAS REGENERA LA LISTA CALIENTE PARA
      *   QUE EL SWITCH DE CAJEROS NO ESPERE AL BATCH NOCTURNO.
          IF WS-CHANGE-OK THEN
             PERFORM WriteHotList
          END-IF
          DISPLAY "DISCONNECT FROM DATABASE...."
          EXEC SQL DISCONNECT ALL END-EXEC
          STOP RUN.
          PERFORM MaskCard
          DISPLAY "ALTA DE TARJETA: " WS-MASKED-CARD
             " PARA DNI " TA-DNI
      *   LA TARJETA ENTRA EN EMISION (E) Y SE ENCOLA PARA EL
      *   EMBOZADO; SOLO SE ACTIVA CUANDO LA SUCURSAL CONFIRMA QUE EL
      *   CLIENTE LA RECOGIO (MODO E).
          PERFORM CheckDuplicate
          PERFORM LookupAccount
          EVALUATE TRUE
             WHEN WS-EXIST-COUNT IS GREATER THAN ZERO
                DISPLAY "ERROR: LA TARJETA YA EXISTE - NO SE INSERTA"
             WHEN WS-CTA-ESTADO IS NOT EQUAL TO "A"
                DISPLAY "ERROR: LA CUENTA " TA-CUENTA " NO ESTA "
                   "ACTIVA PARA EL DNI " TA-DNI " - NO SE INSERTA"
                MOVE 1 TO RETURN-CODE
             WHEN OTHER
                SET TarjetaEnEmision TO TRUE
                EXEC SQL
                   INSERT INTO tarjetas VALUES
                   (:TA-CARD, :TA-DNI, :TA-CUENTA, :TA-ESTADO)
                END-EXEC
                IF SQLCODE IS EQUAL TO ZERO THEN
                   PERFORM CommitTxn
                   SET WS-CHANGE-OK TO TRUE
                   DISPLAY "MESSAGE: TARJETA INSERTADA EN EMISION"
                   MOVE SPACES TO WS-OLD-CARD
                   MOVE "SUCURSAL" TO WS-ISSUE-OPERADOR
                   MOVE "N" TO WS-ISSUE-TIPO
                   PERFORM AppendIssueRequest
                ELSE
                   PERFORM HandlingErrors
                END-IF
          END-EVALUATE
          DISPLAY "=========================================".
       UpdateCard.
          DISPLAY "========================================="
          END-EXEC
          IF SQLCODE IS EQUAL TO ZERO THEN
             PERFORM CommitTxn
             SET WS-CHANGE-OK TO TRUE
             DISPLAY "MESSAGE: TARJETA ACTUALIZADA"
          ELSE
             PERFORM HandlingErrors
          END-EXEC
          IF SQLCODE IS EQUAL TO ZERO THEN
             PERFORM CommitTxn
             SET WS-CHANGE-OK TO TRUE
             DISPLAY "MESSAGE: TARJETA DADA DE BAJA"
          ELSE
             PERFORM HandlingErrors
          END-IF
          DISPLAY "=========================================".
       BlockCard.
      *   BLOQUEO POR PERDIDA (P), ROBO (R) O RETENCION EN CAJERO (T):
      *   LA TARJETA QUEDA CON ESE ESTADO EN TARJETAS Y EL BLOQUEO SE
      *   SELLA EN TARJBLOQ.DAT CON LA HORA REAL DEL AVISO Y EL
      *   OPERADOR QUE LO TOMO. UNA TARJETA CANCELADA NO SE BLOQUEA;
      *   UNA YA BLOQUEADA PUEDE RECLASIFICARSE (PERDIDA A ROBADA).
          DISPLAY "========================================="
          MOVE BQ-CARD TO TA-CARD
          PERFORM MaskCard
          DISPLAY "BLOQUEO DE TARJETA: " WS-MASKED-CARD
             " ESTADO " BQ-ESTADO
          EVALUATE TRUE
             WHEN NOT BloqueoValido
                DISPLAY "ERROR: ESTADO DE BLOQUEO INVALIDO - USE "
                   "P (PERDIDA), R (ROBADA) O T (RETENIDA)"
                MOVE 1 TO RETURN-CODE
             WHEN BQ-OPERADOR IS EQUAL TO SPACES
                DISPLAY "ERROR: FALTA EL OPERADOR QUE BLOQUEA"
                MOVE 1 TO RETURN-CODE
             WHEN OTHER
                MOVE BQ-ESTADO TO TA-ESTADO
                EXEC SQL
                   UPDATE tarjetas SET esttarj=:TA-ESTADO
                   WHERE numtarj=:TA-CARD AND esttarj <> 'C'
                END-EXEC
                EVALUATE SQLCODE
                   WHEN ZERO
                      PERFORM CommitTxn
                      PERFORM RecordCardBlock
                      SET WS-CHANGE-OK TO TRUE
                      DISPLAY "MESSAGE: TARJETA BLOQUEADA POR "
                         BQ-OPERADOR
                   WHEN 100
                      DISPLAY "ERROR: TARJETA INEXISTENTE O CANCELADA"
                      MOVE 1 TO RETURN-CODE
                   WHEN OTHER
                      PERFORM HandlingErrors
                END-EVALUATE
          END-EVALUATE
          DISPLAY "=========================================".
       RecordCardBlock.
          MOVE SPACES TO WS-TARJBLOQ-LINE
          MOVE BQ-CARD     TO TB-CARD
          MOVE BQ-ESTADO   TO TB-ESTADO
          ACCEPT TB-FECHA FROM DATE YYYYMMDD
          ACCEPT WS-BLOCK-TIME FROM TIME
          MOVE WS-BLOCK-TIME(1:4) TO TB-HORA
          MOVE BQ-OPERADOR TO TB-OPERADOR
          OPEN EXTEND CardBlockFile
          IF NOT CardBlockFileOK THEN
             CLOSE CardBlockFile
             OPEN OUTPUT CardBlockFile
          END-IF
          WRITE CardBlockBuffer FROM WS-TARJBLOQ-LINE
          CLOSE CardBlockFile
          MOVE "Practica2Tarjetas" TO EXLOG-PROGRAM
          MOVE "BLOQUEO"           TO EXLOG-CODETYPE
          MOVE BQ-ESTADO           TO EXLOG-CODEVALUE
          MOVE SPACES              TO EXLOG-KEYVALUE
          STRING WS-MASKED-CARD DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 BQ-OPERADOR DELIMITED BY SIZE
             INTO EXLOG-KEYVALUE
          PERFORM LogException.
       LookupAccount.
          MOVE SPACE TO WS-CTA-ESTADO
          MOVE SPACES TO WS-CTA-SUCURSAL
          EXEC SQL
             SELECT estcuent, COALESCE(sucursal, '0001')
             INTO :WS-CTA-ESTADO, :WS-CTA-SUCURSAL
             FROM cuenta
             WHERE docclien=:TA-DNI AND codcuent=:TA-CUENTA
          END-EXEC
          IF SQLCODE IS NOT EQUAL TO ZERO THEN
             MOVE SPACE TO WS-CTA-ESTADO
          END-IF.
       AppendIssueRequest.
      *   WS-ISSUE-TIPO LO FIJA EL LLAMADOR; EI-CARD LLEVA EL
      *   NUMERO YA DADO DE ALTA O QUEDA EN BLANCO PARA QUE EL PASO DE
      *   EMBOZADO LO ASIGNE.
          MOVE SPACES TO WS-EMISION-LINE
          MOVE WS-ISSUE-TIPO   TO EI-TIPO
          MOVE WS-RUN-DATE     TO EI-FECHA-SOL
          MOVE TA-DNI          TO EI-DNI
          MOVE TA-CUENTA       TO EI-CUENTA
          MOVE WS-OLD-CARD     TO EI-ANTERIOR
          IF TarjetaEnEmision THEN
             MOVE TA-CARD      TO EI-CARD
          END-IF
          MOVE WS-CTA-SUCURSAL TO EI-SUCURSAL
          MOVE ZERO            TO EI-VENCE
          SET EmisionSolicitada TO TRUE
          MOVE WS-RUN-DATE     TO EI-FECHA-EST
          MOVE WS-ISSUE-OPERADOR TO EI-OPERADOR
          OPEN EXTEND CardIssueFile
          IF NOT CardIssueFileOK THEN
             CLOSE CardIssueFile
             OPEN OUTPUT CardIssueFile
          END-IF
          WRITE CardIssueRecord FROM WS-EMISION-LINE
          CLOSE CardIssueFile
          MOVE "Practica2Tarjetas" TO EXLOG-PROGRAM
          MOVE "EMISION"           TO EXLOG-CODETYPE
          MOVE EI-TIPO             TO EXLOG-CODEVALUE
          MOVE SPACES              TO EXLOG-KEYVALUE
          STRING TA-DNI DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 TA-CUENTA DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 WS-ISSUE-OPERADOR DELIMITED BY SIZE
             INTO EXLOG-KEYVALUE
          PERFORM LogException
          DISPLAY "MESSAGE: EMISION ENCOLADA EN EMISIONTARJ.DAT".
       LoadIssueQueue.
          MOVE ZERO TO IssueCount
          MOVE SPACES TO CardIssueRecord
          OPEN INPUT CardIssueFile
          IF CardIssueFileOK THEN
             READ CardIssueFile
                AT END SET EOFCardIssue TO TRUE
             END-READ
             PERFORM UNTIL EOFCardIssue
                IF CardIssueRecord IS NOT EQUAL TO SPACES THEN
                   IF IssueCount >= 5000 THEN
                      DISPLAY "ERROR: EMISIONTARJ.DAT EXCEDE 5000 "
                         "SOLICITUDES - NO SE PUEDE ACTUALIZAR"
                      CLOSE CardIssueFile
                      MOVE 1 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO IssueCount
                   MOVE CardIssueRecord TO IQ-LINE(IssueCount)
                END-IF
                READ CardIssueFile
                   AT END SET EOFCardIssue TO TRUE
                END-READ
             END-PERFORM
             CLOSE CardIssueFile
          END-IF.
       RewriteIssueQueue.
          OPEN OUTPUT CardIssueFile
          PERFORM VARYING IssueIdx FROM 1 BY 1
             UNTIL IssueIdx > IssueCount
             WRITE CardIssueRecord FROM IQ-LINE(IssueIdx)
          END-PERFORM
          CLOSE CardIssueFile.
       FindIssueByCard.
      *   ULTIMA SOLICITUD DE LA COLA CUYO NUMERO NUEVO ES TA-CARD
      *   (WS-ISSUE-POS EN CERO SI NO HAY NINGUNA).
          MOVE ZERO TO WS-ISSUE-POS
          PERFORM VARYING IssueIdx FROM 1 BY 1
             UNTIL IssueIdx > IssueCount
             MOVE IQ-LINE(IssueIdx) TO WS-EMISION-LINE
             IF EI-CARD IS EQUAL TO TA-CARD THEN
                MOVE IssueIdx TO WS-ISSUE-POS
             END-IF
          END-PERFORM
          IF WS-ISSUE-POS IS GREATER THAN ZERO THEN
             MOVE IQ-LINE(WS-ISSUE-POS) TO WS-EMISION-LINE
          END-IF.
       RequestCard.
      *   SOLICITUD DE TARJETA NUEVA DESDE LA SUCURSAL: EL NUMERO LO
      *   ASIGNA EL PASO NOCTURNO DE EMBOZADO.
          DISPLAY "========================================="
          DISPLAY "SOLICITUD DE TARJETA PARA DNI " IR-DNI
             " CUENTA " IR-CUENTA
          MOVE IR-DNI    TO TA-DNI
          MOVE IR-CUENTA TO TA-CUENTA
          MOVE SPACES    TO TA-CARD
          MOVE SPACE     TO TA-ESTADO
          PERFORM LookupAccount
          PERFORM LoadIssueQueue
          MOVE SPACES TO WS-ISSUE-ERROR
          PERFORM VARYING IssueIdx FROM 1 BY 1
             UNTIL IssueIdx > IssueCount
             MOVE IQ-LINE(IssueIdx) TO WS-EMISION-LINE
             IF EI-DNI IS EQUAL TO IR-DNI
                   AND EI-CUENTA IS EQUAL TO IR-CUENTA
                   AND EmisionNueva AND EmisionAbierta THEN
                MOVE "YA HAY UNA EMISION EN CURSO PARA LA CUENTA"
                   TO WS-ISSUE-ERROR
             END-IF
          END-PERFORM
          EVALUATE TRUE
             WHEN IR-OPERADOR IS EQUAL TO SPACES
                MOVE "FALTA EL OPERADOR QUE SOLICITA" TO WS-ISSUE-ERROR
             WHEN WS-CTA-ESTADO IS NOT EQUAL TO "A"
                MOVE "LA CUENTA NO ESTA ACTIVA PARA ESE DNI"
                   TO WS-ISSUE-ERROR
             WHEN OTHER
                CONTINUE
          END-EVALUATE
          IF WS-ISSUE-ERROR IS NOT EQUAL TO SPACES THEN
             DISPLAY "ERROR: " WS-ISSUE-ERROR
             MOVE 1 TO RETURN-CODE
          ELSE
             MOVE SPACES TO WS-OLD-CARD
             MOVE IR-OPERADOR TO WS-ISSUE-OPERADOR
             MOVE "N" TO WS-ISSUE-TIPO
             PERFORM AppendIssueRequest
          END-IF
          DISPLAY "=========================================".
       ReplaceCard.
      *   REPOSICION DE UNA TARJETA BLOQUEADA (PERDIDA, ROBADA O
      *   RETENIDA) O QUE VENCE ESTE MES O EL SIGUIENTE. LA TARJETA
      *   ANTERIOR SIGUE COMO ESTA HASTA QUE EL CLIENTE RECOGE LA
      *   NUEVA.
          DISPLAY "========================================="
          MOVE CR-CARD TO TA-CARD
          PERFORM MaskCard
          DISPLAY "REPOSICION DE TARJETA: " WS-MASKED-CARD
          MOVE SPACES TO WS-ISSUE-ERROR
          EXEC SQL
             SELECT dniclien, codcuent, esttarj
             INTO :TA-DNI, :TA-CUENTA, :TA-ESTADO
             FROM tarjetas
             WHERE numtarj=:TA-CARD
          END-EXEC
          IF SQLCODE IS NOT EQUAL TO ZERO THEN
             MOVE "TARJETA INEXISTENTE" TO WS-ISSUE-ERROR
          END-IF
          PERFORM LoadIssueQueue
          PERFORM FindIssueByCard
          MOVE ZERO TO WS-ISSUE-VENCE
          IF WS-ISSUE-POS IS GREATER THAN ZERO THEN
             MOVE EI-VENCE TO WS-ISSUE-VENCE
          END-IF
      *   MES SIGUIENTE AL DE PROCESO, EN AAAAMM.
          DIVIDE WS-RUN-DATE BY 100 GIVING WS-LIMIT-MES
          IF WS-RUN-DATE(5:2) IS EQUAL TO "12" THEN
             ADD 89 TO WS-LIMIT-MES
          ELSE
             ADD 1 TO WS-LIMIT-MES
          END-IF
          PERFORM VARYING IssueIdx FROM 1 BY 1
             UNTIL IssueIdx > IssueCount
             MOVE IQ-LINE(IssueIdx) TO WS-EMISION-LINE
             IF EI-ANTERIOR IS EQUAL TO CR-CARD
                   AND EmisionAbierta THEN
                MOVE "YA HAY UNA REPOSICION EN CURSO"
                   TO WS-ISSUE-ERROR
             END-IF
          END-PERFORM
          EVALUATE TRUE
             WHEN WS-ISSUE-ERROR IS NOT EQUAL TO SPACES
                CONTINUE
             WHEN CR-OPERADOR IS EQUAL TO SPACES
                MOVE "FALTA EL OPERADOR QUE SOLICITA" TO WS-ISSUE-ERROR
             WHEN TarjetaCancelada OR TarjetaEnEmision
                MOVE "TARJETA CANCELADA O AUN EN EMISION"
                   TO WS-ISSUE-ERROR
             WHEN TarjetaPerdida OR TarjetaRobada OR TarjetaRetenida
                CONTINUE
             WHEN WS-ISSUE-VENCE IS GREATER THAN ZERO
                   AND WS-ISSUE-VENCE IS NOT GREATER THAN WS-LIMIT-MES
                CONTINUE
             WHEN OTHER
                MOVE "TARJETA VIGENTE: SOLO SE REPONE SI ESTA BLOQUEADA"
                   TO WS-ISSUE-ERROR
          END-EVALUATE
          IF WS-ISSUE-ERROR IS NOT EQUAL TO SPACES THEN
             DISPLAY "ERROR: " WS-ISSUE-ERROR
             MOVE 1 TO RETURN-CODE
          ELSE
             PERFORM LookupAccount
             IF WS-CTA-SUCURSAL IS EQUAL TO SPACES THEN
                MOVE "0001" TO WS-CTA-SUCURSAL
             END-IF
             MOVE CR-CARD TO WS-OLD-CARD
             MOVE CR-OPERADOR TO WS-ISSUE-OPERADOR
             MOVE SPACE TO TA-ESTADO
             MOVE "R" TO WS-ISSUE-TIPO
             PERFORM AppendIssueRequest
          END-IF
          DISPLAY "=========================================".
       DeliverCard.
      *   LA SUCURSAL CONFIRMA QUE EL CLIENTE RECOGIO LA TARJETA: SOLO
      *   ENTONCES PASA DE E A ACTIVA. EN UNA RENOVACION POR
      *   VENCIMIENTO LA TARJETA ANTERIOR, SI SEGUIA ACTIVA, SE
      *   CANCELA EN LA MISMA TRANSACCION; UNA BLOQUEADA QUEDA COMO
      *   ESTA PARA QUE SIGA EN LA LISTA CALIENTE.
          DISPLAY "========================================="
          MOVE CR-CARD TO TA-CARD
          PERFORM MaskCard
          DISPLAY "ENTREGA DE TARJETA: " WS-MASKED-CARD
          MOVE SPACES TO WS-ISSUE-ERROR
          PERFORM LoadIssueQueue
          PERFORM FindIssueByCard
          EVALUATE TRUE
             WHEN CR-OPERADOR IS EQUAL TO SPACES
                MOVE "FALTA EL OPERADOR QUE ENTREGA" TO WS-ISSUE-ERROR
             WHEN WS-ISSUE-POS IS EQUAL TO ZERO
                MOVE "LA TARJETA NO ESTA EN LA COLA DE EMISION"
                   TO WS-ISSUE-ERROR
             WHEN NOT EmisionEnSucursal
                STRING "LA TARJETA NO ESTA EN SUCURSAL (ESTADO "
                          DELIMITED BY SIZE
                       EI-ESTADO DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                   INTO WS-ISSUE-ERROR
             WHEN OTHER
                CONTINUE
          END-EVALUATE
          IF WS-ISSUE-ERROR IS EQUAL TO SPACES THEN
             SET TarjetaActiva TO TRUE
             EXEC SQL
                UPDATE tarjetas SET esttarj=:TA-ESTADO
                WHERE numtarj=:TA-CARD AND esttarj='E'
             END-EXEC
             IF SQLCODE IS EQUAL TO 100 THEN
                MOVE "LA TARJETA NO ESTA EN EMISION EN tarjetas"
                   TO WS-ISSUE-ERROR
             END-IF
             IF SQLCODE IS EQUAL TO ZERO
                   AND EmisionReposicion THEN
                MOVE EI-ANTERIOR TO WS-OLD-CARD
                EXEC SQL
                   UPDATE tarjetas SET esttarj='C'
                   WHERE numtarj=:WS-OLD-CARD AND esttarj='A'
                END-EXEC
                IF SQLCODE IS EQUAL TO 100 THEN
                   MOVE ZERO TO SQLCODE
                END-IF
             END-IF
             IF SQLCODE IS LESS THAN ZERO THEN
                PERFORM HandlingErrors
                EXEC SQL ROLLBACK WORK END-EXEC
                MOVE "ERROR DE BASE DE DATOS - NO SE ACTIVA"
                   TO WS-ISSUE-ERROR
             END-IF
          END-IF
          IF WS-ISSUE-ERROR IS NOT EQUAL TO SPACES THEN
             DISPLAY "ERROR: " WS-ISSUE-ERROR
             MOVE 1 TO RETURN-CODE
          ELSE
             PERFORM CommitTxn
             SET WS-CHANGE-OK TO TRUE
             SET EmisionEntregada TO TRUE
             MOVE WS-RUN-DATE TO EI-FECHA-EST
             MOVE CR-OPERADOR TO EI-OPERADOR
             MOVE WS-EMISION-LINE TO IQ-LINE(WS-ISSUE-POS)
             PERFORM RewriteIssueQueue
             MOVE "Practica2Tarjetas" TO EXLOG-PROGRAM
             MOVE "ENTREGA"           TO EXLOG-CODETYPE
             MOVE EI-TIPO             TO EXLOG-CODEVALUE
             MOVE SPACES              TO EXLOG-KEYVALUE
             STRING WS-MASKED-CARD DELIMITED BY SIZE
                    SPACE DELIMITED BY SIZE
                    CR-OPERADOR DELIMITED BY SIZE
                INTO EXLOG-KEYVALUE
             PERFORM LogException
             DISPLAY "MESSAGE: TARJETA ENTREGADA Y ACTIVADA"
          END-IF
          DISPLAY "=========================================".
       WriteHotList.
      *   LISTA CALIENTE COMPLETA PARA EL SWITCH: TODAS LAS TARJETAS
      *   BLOQUEADAS CON SU CODIGO DE ACCION Y LA HORA DEL BLOQUEO. EL
      *   PAN VA EN CLARO PORQUE ES LA LLAVE DEL SWITCH (COMO
      *   TARJMAES.DAT, EL ARCHIVO NO SE IMPRIME NI SE DISTRIBUYE).
          PERFORM LoadCardBlocks
          OPEN OUTPUT HotListFile
          IF NOT HotListFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR TARJCALIENTE.DAT"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE ZERO TO WS-HOTLIST-COUNT
          ACCEPT HLH-FECHA FROM DATE YYYYMMDD
          ACCEPT WS-BLOCK-TIME FROM TIME
          MOVE WS-BLOCK-TIME(1:6) TO HLH-HORA
          WRITE HotListRecord FROM WS-HOTLIST-HEADER
          EXEC SQL
             DECLARE C2 CURSOR FOR
             SELECT numtarj, esttarj
             FROM tarjetas
             WHERE esttarj IN ('P', 'R', 'T')
             ORDER BY numtarj
          END-EXEC
          EXEC SQL
             OPEN C2
          END-EXEC
          EXEC SQL
             FETCH C2 INTO :TA-CARD, :TA-ESTADO
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             ADD 1 TO WS-HOTLIST-COUNT
             MOVE TA-CARD TO HLD-CARD
             EVALUATE TRUE
                WHEN TarjetaPerdida
                   MOVE "41" TO HLD-ACCION
                WHEN TarjetaRobada
                   MOVE "43" TO HLD-ACCION
                WHEN OTHER
                   MOVE "04" TO HLD-ACCION
             END-EVALUATE
             PERFORM FindCardBlock
             IF WS-BK-FOUND THEN
                MOVE BK-FECHA(BlockIdx) TO HLD-FECHA
                MOVE BK-HORA(BlockIdx)  TO HLD-HORA
             ELSE
                MOVE ZERO TO HLD-FECHA HLD-HORA
             END-IF
             WRITE HotListRecord FROM WS-HOTLIST-DETAIL
             EXEC SQL
                FETCH C2 INTO :TA-CARD, :TA-ESTADO
             END-EXEC
          END-PERFORM
          EXEC SQL
             CLOSE C2
          END-EXEC
          MOVE WS-HOTLIST-COUNT TO HLT-COUNT
          WRITE HotListRecord FROM WS-HOTLIST-TRAILER
          CLOSE HotListFile
          DISPLAY "LOG: LISTA CALIENTE GENERADA: " WS-HOTLIST-COUNT
             " TARJETAS BLOQUEADAS".
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
                MOVE TB-CARD TO TA-CARD
                PERFORM FindCardBlock
                IF NOT WS-BK-FOUND AND BlockCount < 5000 THEN
                   ADD 1 TO BlockCount
                   MOVE BlockCount TO BlockIdx
                   MOVE TB-CARD TO BK-CARD(BlockIdx)
                   SET WS-BK-FOUND TO TRUE
                END-IF
                IF WS-BK-FOUND THEN
                   MOVE TB-FECHA TO BK-FECHA(BlockIdx)
                   MOVE TB-HORA  TO BK-HORA(BlockIdx)
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
             IF BK-CARD(BlockIdx) IS EQUAL TO TA-CARD THEN
                MOVE "Y" TO WS-BK-FOUND-SW
                EXIT PERFORM
             END-IF
          END-PERFORM.
       ExportCardMaster.
      *   EXTRACTO PLANO PARA EL POSTEO NOCTURNO: CADA TARJETA EMITIDA
      *   CON SU DNI, CUENTA Y ESTADO (TARJMAES.DAT LLEVA EL PAN EN

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Practica2Emision.
      * EMISION Y EMBOZADO DE TARJETAS DE DEBITO. TRABAJA SOBRE LA
      * COLA EMISIONTARJ.DAT (VER CardIssueFields), QUE ALIMENTAN
      * Practica2Tarjetas DESDE LA SUCURSAL Y Practica2-1Sesion6 AL
      * ABRIR UNA CUENTA CUYO PRODUCTO LLEVA TARJETA:
      * 1. APLICA EL ACUSE DEL PROVEEDOR (ACUSETARJ.DAT, SI LLEGO):
      *    TARJETA, ESTADO (T EN TRANSITO, R RECIBIDA EN SUCURSAL) Y
      *    FECHA, CERRADO CON *TRAILER (CANTIDAD Y HASH DE LOS DIGITOS
      *    11 A 16 DE CADA TARJETA). SI EL TRAILER NO CUADRA NO SE
      *    APLICA NINGUNA LINEA; LA CADENA SIGUE Y EL ACUSE SE PIDE DE
      *    NUEVO AL PROVEEDOR.
      * 2. CADA SOLICITUD PENDIENTE (S) TOMA EL NOMBRE DEL TITULAR DE
      *    clientes Y LA SUCURSAL DE LA CUENTA; SI AUN NO TIENE NUMERO
      *    SE LE ASIGNA UNO SOBRE EL PRIMER BIN PROPIO DE BINES.DAT CON
      *    DIGITO DE LUHN Y SE DA DE ALTA EN tarjetas EN ESTADO E (EN
      *    EMISION). VENCE A LOS CUATRO ANOS Y PASA A PEDIDA (P).
      * 3. ESCRIBE EMBOZADO_<FECHA>.DAT PARA EL PROVEEDOR CON LAS
      *    TARJETAS PEDIDAS EN LA FECHA DE PROCESO (UN REPROCESO DEL
      *    MISMO DIA VUELVE A GENERAR EL MISMO ARCHIVO), CERRADO CON
      *    *TRAILER DE CANTIDAD Y HASH CALCULADO IGUAL QUE EL DEL ACUSE.
      * LA TARJETA SOLO SE ACTIVA CUANDO LA SUCURSAL CONFIRMA QUE EL
      * CLIENTE LA RECOGIO (Practica2Tarjetas, MODO E).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CardIssueFile ASSIGN TO "EMISIONTARJ.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EMISION-STATUS.
          SELECT AckFile ASSIGN TO "ACUSETARJ.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ACK-STATUS.
          SELECT EmbossFile ASSIGN TO WS-EMBOSS-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EMBOSS-STATUS.
          SELECT BinFile ASSIGN TO "BINES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BIN-STATUS.
          SELECT DbProfileFile ASSIGN TO "DBPROFILE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DBPROFILE-STATUS.
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
       FD CardIssueFile.
       01 CardIssueRecord        PIC X(100)  VALUES SPACES.
          88 EOFCardIssue        VALUES      HIGH-VALUES.
       FD AckFile.
       01 AckRecord              PIC X(40)   VALUES SPACES.
          88 EOFAck              VALUES      HIGH-VALUES.
       FD EmbossFile.
       01 EmbossRecord           PIC X(80)   VALUES SPACES.
       FD BinFile.
       01 BinRecord              PIC X(40)   VALUES SPACES.
          88 EOFBinFile          VALUES      HIGH-VALUES.
       FD DbProfileFile.
       01 DbProfileBuffer        PIC X(100)  VALUES SPACES.
          88 EOFDbProfile        VALUES      HIGH-VALUES.
       FD ExceptionLogFile.
       01 ExceptionLogRecord     PIC X(100)  VALUES SPACES.
       FD ControlFiguresFile.
       01 ControlFiguresRecord   PIC X(80)   VALUES SPACES.
       FD ProcessDateFile.
       01 ProcessDateBuffer      PIC X(8)    VALUES SPACES.
       WORKING-STORAGE SECTION.
       COPY "DbProfileFields".
       COPY "ExceptionLogFields".
       COPY "ControlFiguresFields".
       COPY "ProcessDateFields".
       COPY "CardIssueFields".
       COPY "BinFields".
       COPY "OpeclienTrailerFields".
       01 WS-RUN-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-ACK-STATUS          PIC X(2)    VALUE SPACE.
          88 AckFileOK           VALUE "00".
       01 WS-EMBOSS-STATUS       PIC X(2)    VALUE SPACE.
          88 EmbossFileOK        VALUE "00".
       01 WS-EMBOSS-FILENAME     PIC X(30)   VALUE SPACES.
      * ACUSE DEL PROVEEDOR: UNA LINEA POR TARJETA Y CAMBIO DE ESTADO.
       01 WS-ACK-LINE.
          05 AK-CARD             PIC X(16)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 AK-ESTADO           PIC X(1)    VALUE SPACE.
             88 AcuseTransito    VALUE "T".
             88 AcuseSucursal    VALUE "R".
          05 FILLER              PIC X       VALUE SPACE.
          05 AK-FECHA            PIC 9(8)    VALUE ZERO.
      * DETALLE DEL ARCHIVO DE EMBOZADO PARA EL PROVEEDOR.
       01 WS-EMBOSS-LINE.
          05 EM-CARD             PIC X(16)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 EM-NOMBRE           PIC X(26)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 EM-VENCE            PIC X(5)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 EM-SUCURSAL         PIC X(4)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 EM-TIPO             PIC X(1)    VALUE SPACE.
      * COLA DE EMISION EN MEMORIA; SE REESCRIBE AL FINAL.
       01 IssueTable.
          05 IssueCount          PIC 9(5)    VALUE ZERO.
          05 IssueEntry OCCURS 5000 TIMES.
             10 IQ-LINE          PIC X(100)  VALUE SPACES.
       01 IssueIdx               PIC 9(5)    VALUE ZERO.
       01 WS-ISSUE-POS           PIC 9(5)    VALUE ZERO.
       01 WS-OWN-BIN             PIC X(6)    VALUE SPACES.
       01 WS-PAN-HASH            PIC 9(6)    VALUE ZERO.
       01 WS-PAN-SEQ             PIC 9(9)    VALUE ZERO.
       01 WS-NEW-CARD            PIC X(16)   VALUE SPACES.
       01 WS-VENCE-MES           PIC 9(6)    VALUE ZERO.
       01 WS-VENCE-X REDEFINES WS-VENCE-MES.
          05 WS-VENCE-AAAA       PIC X(4).
          05 WS-VENCE-MM         PIC X(2).
       01 WS-LUHN-POS            PIC 9(2)    VALUE ZERO.
       01 WS-LUHN-DIGIT          PIC 9(2)    VALUE ZERO.
       01 WS-LUHN-SUM            PIC 9(4)    VALUE ZERO.
       01 WS-LUHN-QUOT           PIC 9(4)    VALUE ZERO.
       01 WS-LUHN-REM            PIC 9(4)    VALUE ZERO.
       01 WS-LUHN-CHECK          PIC 9(1)    VALUE ZERO.
       01 WS-LUHN-DOUBLE-SW      PIC X(1)    VALUE "N".
          88 WS-LUHN-DOUBLE      VALUE "Y".
       01 WS-ACK-OK-SW           PIC X(1)    VALUE "N".
          88 WS-ACK-OK           VALUE "Y".
       01 WS-ISSUE-ERROR         PIC X(40)   VALUE SPACES.
       01 WS-ACK-READ            PIC 9(7)    VALUE ZERO.
       01 WS-ACK-APPLIED         PIC 9(7)    VALUE ZERO.
       01 WS-ACK-REJECTED        PIC 9(7)    VALUE ZERO.
       01 WS-REQ-READ            PIC 9(7)    VALUE ZERO.
       01 WS-REQ-ORDERED         PIC 9(7)    VALUE ZERO.
       01 WS-REQ-REJECTED        PIC 9(7)    VALUE ZERO.
       01 WS-EMBOSS-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-EMBOSS-HASH         PIC 9(10)V9(2) VALUE ZERO.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME           PIC X(30)      VALUE SPACE.
       01 USERNAME         PIC X(64)      VALUE SPACE.
       01 PASSWD           PIC X(10)      VALUE SPACE.
       01 Q-DNI            PIC X(8)       VALUE SPACE.
       01 Q-CUENTA         PIC X(10)      VALUE SPACE.
       01 Q-NOMBRE         PIC X(30)      VALUE SPACE.
       01 Q-SUCURSAL       PIC X(4)       VALUE SPACE.
       01 Q-ESTCTA         PIC X(1)       VALUE SPACE.
       01 Q-CARD           PIC X(16)      VALUE SPACE.
       01 Q-MAXCARD        PIC X(16)      VALUE SPACE.
       01 Q-BINLIKE        PIC X(7)       VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "*** EMISION Y EMBOZADO DE TARJETAS ***"
          PERFORM LoadProcessDate
          STRING "EMBOZADO_"  DELIMITED BY SIZE
                 WS-RUN-DATE  DELIMITED BY SIZE
                 ".DAT"       DELIMITED BY SIZE
             INTO WS-EMBOSS-FILENAME
          PERFORM LoadOwnBin
          PERFORM LoadIssueQueue
          PERFORM LoadDbProfile
          MOVE SPACE TO PASSWD
          PERFORM ConnectionSQL
          PERFORM ApplyAcknowledgments
          PERFORM VARYING IssueIdx FROM 1 BY 1
             UNTIL IssueIdx > IssueCount
             MOVE IQ-LINE(IssueIdx) TO WS-EMISION-LINE
             IF EmisionSolicitada THEN
                ADD 1 TO WS-REQ-READ
                PERFORM OrderOneCard
                MOVE WS-EMISION-LINE TO IQ-LINE(IssueIdx)
             END-IF
          END-PERFORM
          PERFORM WriteEmbossFile
          PERFORM RewriteIssueQueue
          PERFORM DisplaySummary
          PERFORM WriteControlFigures
          DISPLAY "DISCONNECT FROM DATABASE...."
          EXEC SQL DISCONNECT ALL END-EXEC
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
       LoadDbProfile.
          MOVE "dvilca"             TO USERNAME
          MOVE "playground_dvilca"  TO DBNAME
          ACCEPT WS-DB-ENV FROM ENVIRONMENT "CUENTA_DB_ENV"
          IF WS-DB-ENV IS EQUAL TO SPACES THEN
             MOVE "PROD" TO WS-DB-ENV
          END-IF
          MOVE "N" TO WS-DBPROFILE-FOUND-SW
          OPEN INPUT DbProfileFile
          IF DbProfileFileOK THEN
             READ DbProfileFile INTO WS-DBPROFILE-LINE
                AT END SET EOFDbProfile TO TRUE
             END-READ
             PERFORM UNTIL EOFDbProfile OR WS-DBPROFILE-FOUND
                IF DBP-ENV IS EQUAL TO WS-DB-ENV THEN
                   MOVE DBP-USERNAME TO USERNAME
                   MOVE DBP-DBNAME   TO DBNAME
                   MOVE "Y" TO WS-DBPROFILE-FOUND-SW
                ELSE
                   READ DbProfileFile INTO WS-DBPROFILE-LINE
                      AT END SET EOFDbProfile TO TRUE
                   END-READ
                END-IF
             END-PERFORM
             CLOSE DbProfileFile
          END-IF
          DISPLAY "LOG: PERFIL DE CONEXION: " WS-DB-ENV.
       ConnectionSQL.
          EXEC SQL
             CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
          END-EXEC
          IF SQLCODE IS EQUAL TO ZERO THEN
             DISPLAY "SUCCESFUL CONNECTION WITH DATABASE " DBNAME
          ELSE
             PERFORM HandlingErrors
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF.
       LoadOwnBin.
      *   LAS TARJETAS NUEVAS SE NUMERAN SOBRE EL PRIMER BIN PROPIO.
          OPEN INPUT BinFile
          IF NOT BinFileOK THEN
             DISPLAY "AVISO: SIN BINES.DAT - SOLO SE EMBOZAN LAS "
                "TARJETAS QUE YA TIENEN NUMERO"
             CLOSE BinFile
          ELSE
             READ BinFile INTO WS-BIN-LINE
                AT END SET EOFBinFile TO TRUE
             END-READ
             PERFORM UNTIL EOFBinFile
                   OR WS-OWN-BIN IS NOT EQUAL TO SPACES
                IF BinPropio AND BN-BIN IS NUMERIC THEN
                   MOVE BN-BIN TO WS-OWN-BIN
                END-IF
                READ BinFile INTO WS-BIN-LINE
                   AT END SET EOFBinFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE BinFile
          END-IF
          DISPLAY "LOG: BIN PROPIO PARA TARJETAS NUEVAS: " WS-OWN-BIN.
       LoadIssueQueue.
          OPEN INPUT CardIssueFile
          IF CardIssueFileOK THEN
             READ CardIssueFile
                AT END SET EOFCardIssue TO TRUE
             END-READ
             PERFORM UNTIL EOFCardIssue
                IF CardIssueRecord IS NOT EQUAL TO SPACES THEN
                   IF IssueCount >= 5000 THEN
                      DISPLAY "ERROR: EMISIONTARJ.DAT EXCEDE 5000 "
                         "SOLICITUDES - SE DETIENE"
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
          ELSE
             DISPLAY "LOG: SIN EMISIONTARJ.DAT - COLA VACIA"
          END-IF
          DISPLAY "LOG: SOLICITUDES EN COLA: " IssueCount.
       ApplyAcknowledgments.
      *   PRIMERA PASADA: EL TRAILER DEBE CUADRAR; SEGUNDA PASADA:
      *   SE APLICA CADA LINEA A SU SOLICITUD.
          OPEN INPUT AckFile
          IF NOT AckFileOK THEN
             DISPLAY "LOG: SIN ACUSETARJ.DAT - NO HAY ACUSE HOY"
             CLOSE AckFile
          ELSE
             READ AckFile
                AT END SET EOFAck TO TRUE
             END-READ
             PERFORM UNTIL EOFAck
                IF AckRecord(1:8) IS EQUAL TO "*TRAILER" THEN
                   PERFORM VerifyAckTrailer
                ELSE
                   IF AckRecord IS NOT EQUAL TO SPACES THEN
                      MOVE AckRecord TO WS-ACK-LINE
                      ADD 1 TO WS-TRL-READ-COUNT
                      IF AK-CARD(11:6) IS NUMERIC THEN
                         MOVE AK-CARD(11:6) TO WS-PAN-HASH
                         ADD WS-PAN-HASH TO WS-TRL-HASH-TOTAL
                      END-IF
                   END-IF
                END-IF
                READ AckFile
                   AT END SET EOFAck TO TRUE
                END-READ
             END-PERFORM
             CLOSE AckFile
             IF NOT WS-TRAILER-FOUND THEN
                DISPLAY "AVISO: ACUSETARJ.DAT NO TRAE *TRAILER - NO "
                   "SE APLICA, PEDIR REENVIO AL PROVEEDOR"
                MOVE "Practica2Emision" TO EXLOG-PROGRAM
                MOVE "TRAILER"          TO EXLOG-CODETYPE
                MOVE SPACES             TO EXLOG-CODEVALUE
                MOVE "TRAILER AUSENTE"  TO EXLOG-KEYVALUE
                PERFORM LogException
             END-IF
             IF WS-ACK-OK THEN
                OPEN INPUT AckFile
                READ AckFile
                   AT END SET EOFAck TO TRUE
                END-READ
                PERFORM UNTIL EOFAck
                   IF AckRecord(1:8) IS NOT EQUAL TO "*TRAILER"
                         AND AckRecord IS NOT EQUAL TO SPACES THEN
                      MOVE AckRecord TO WS-ACK-LINE
                      ADD 1 TO WS-ACK-READ
                      PERFORM ApplyOneAck
                   END-IF
                   READ AckFile
                      AT END SET EOFAck TO TRUE
                   END-READ
                END-PERFORM
                CLOSE AckFile
             END-IF
          END-IF.
       VerifyAckTrailer.
          SET WS-TRAILER-FOUND TO TRUE
          MOVE AckRecord TO WS-TRAILER-IN
          IF TRI-COUNT IS NOT EQUAL TO WS-TRL-READ-COUNT
                OR TRI-HASH IS NOT EQUAL TO WS-TRL-HASH-TOTAL THEN
             DISPLAY "AVISO: EL TRAILER DE ACUSETARJ.DAT NO CUADRA"
             DISPLAY "  REGISTROS: TRAILER " TRI-COUNT
                " / LEIDOS " WS-TRL-READ-COUNT
             DISPLAY "  HASH TARJETAS: TRAILER " TRI-HASH
                " / ACUMULADO " WS-TRL-HASH-TOTAL
             DISPLAY "NO SE APLICA EL ACUSE - PEDIR REENVIO"
             MOVE "Practica2Emision" TO EXLOG-PROGRAM
             MOVE "TRAILER"          TO EXLOG-CODETYPE
             MOVE SPACES             TO EXLOG-CODEVALUE
             MOVE WS-TRAILER-IN      TO EXLOG-KEYVALUE
             PERFORM LogException
          ELSE
             SET WS-ACK-OK TO TRUE
          END-IF.
       ApplyOneAck.
      *   SOLO SE AVANZA: P A T O R, Y T A R. REPETIR EL ESTADO EN
      *   QUE YA ESTA NO ES ERROR (EL PROVEEDOR REENVIA ACUSES).
          MOVE SPACES TO WS-ISSUE-ERROR
          MOVE ZERO TO WS-ISSUE-POS
          PERFORM VARYING IssueIdx FROM 1 BY 1
             UNTIL IssueIdx > IssueCount
             MOVE IQ-LINE(IssueIdx) TO WS-EMISION-LINE
             IF EI-CARD IS EQUAL TO AK-CARD THEN
                MOVE IssueIdx TO WS-ISSUE-POS
             END-IF
          END-PERFORM
          IF WS-ISSUE-POS IS GREATER THAN ZERO THEN
             MOVE IQ-LINE(WS-ISSUE-POS) TO WS-EMISION-LINE
          END-IF
          EVALUATE TRUE
             WHEN WS-ISSUE-POS IS EQUAL TO ZERO
                MOVE "TARJETA SIN SOLICITUD DE EMISION"
                   TO WS-ISSUE-ERROR
             WHEN NOT AcuseTransito AND NOT AcuseSucursal
                MOVE "ESTADO DE ACUSE INVALIDO" TO WS-ISSUE-ERROR
             WHEN EI-ESTADO IS EQUAL TO AK-ESTADO
                CONTINUE
             WHEN EmisionPedida
                CONTINUE
             WHEN EmisionEnTransito AND AcuseSucursal
                CONTINUE
             WHEN OTHER
                STRING "TRANSICION INVALIDA " DELIMITED BY SIZE
                       EI-ESTADO DELIMITED BY SIZE
                       " A " DELIMITED BY SIZE
                       AK-ESTADO DELIMITED BY SIZE
                   INTO WS-ISSUE-ERROR
          END-EVALUATE
          IF WS-ISSUE-ERROR IS NOT EQUAL TO SPACES THEN
             ADD 1 TO WS-ACK-REJECTED
             DISPLAY "AVISO: ACUSE RECHAZADO " AK-CARD(1:6) "******"
                AK-CARD(13:4) " - " WS-ISSUE-ERROR
             MOVE "Practica2Emision" TO EXLOG-PROGRAM
             MOVE "ACUSE"            TO EXLOG-CODETYPE
             MOVE AK-ESTADO          TO EXLOG-CODEVALUE
             MOVE SPACES             TO EXLOG-KEYVALUE
             STRING AK-CARD(1:6) DELIMITED BY SIZE
                    "******" DELIMITED BY SIZE
                    AK-CARD(13:4) DELIMITED BY SIZE
                    SPACE DELIMITED BY SIZE
                    WS-ISSUE-ERROR DELIMITED BY SIZE
                INTO EXLOG-KEYVALUE
             PERFORM LogException
          ELSE
             IF EI-ESTADO IS NOT EQUAL TO AK-ESTADO THEN
                ADD 1 TO WS-ACK-APPLIED
                MOVE AK-ESTADO TO EI-ESTADO
                IF AK-FECHA IS NUMERIC AND AK-FECHA > ZERO THEN
                   MOVE AK-FECHA TO EI-FECHA-EST
                ELSE
                   MOVE WS-RUN-DATE TO EI-FECHA-EST
                END-IF
                MOVE "PROVEED" TO EI-OPERADOR
                MOVE WS-EMISION-LINE TO IQ-LINE(WS-ISSUE-POS)
             END-IF
          END-IF.
       OrderOneCard.
          MOVE SPACES TO WS-ISSUE-ERROR
          MOVE EI-DNI    TO Q-DNI
          MOVE EI-CUENTA TO Q-CUENTA
          PERFORM LookupHolder
          EVALUATE TRUE
             WHEN SQLCODE IS NOT EQUAL TO ZERO
                MOVE "CUENTA O TITULAR INEXISTENTE" TO WS-ISSUE-ERROR
             WHEN Q-ESTCTA IS NOT EQUAL TO "A"
                MOVE "CUENTA NO ACTIVA" TO WS-ISSUE-ERROR
             WHEN EI-CARD IS EQUAL TO SPACES
                   AND WS-OWN-BIN IS EQUAL TO SPACES
                MOVE "SIN BIN PROPIO EN BINES.DAT" TO WS-ISSUE-ERROR
             WHEN OTHER
                CONTINUE
          END-EVALUATE
          IF WS-ISSUE-ERROR IS EQUAL TO SPACES
                AND EI-CARD IS EQUAL TO SPACES THEN
             PERFORM AssignCardNumber
          END-IF
          IF WS-ISSUE-ERROR IS NOT EQUAL TO SPACES THEN
             ADD 1 TO WS-REQ-REJECTED
      *      SIN BIN LA SOLICITUD ESPERA; LAS DEMAS SE ANULAN.
             IF WS-OWN-BIN IS NOT EQUAL TO SPACES
                   OR EI-CARD IS NOT EQUAL TO SPACES THEN
                SET EmisionAnulada TO TRUE
                MOVE WS-RUN-DATE TO EI-FECHA-EST
                MOVE "EMBOZADO" TO EI-OPERADOR
             END-IF
             DISPLAY "AVISO: SOLICITUD " EI-DNI " " EI-CUENTA
                " RECHAZADA - " WS-ISSUE-ERROR
             MOVE "Practica2Emision" TO EXLOG-PROGRAM
             MOVE "EMISION"          TO EXLOG-CODETYPE
             MOVE EI-TIPO            TO EXLOG-CODEVALUE
             MOVE SPACES             TO EXLOG-KEYVALUE
             STRING EI-DNI DELIMITED BY SIZE
                    SPACE DELIMITED BY SIZE
                    EI-CUENTA DELIMITED BY SIZE
                    SPACE DELIMITED BY SIZE
                    WS-ISSUE-ERROR DELIMITED BY SIZE
                INTO EXLOG-KEYVALUE
             PERFORM LogException
          ELSE
             ADD 1 TO WS-REQ-ORDERED
             IF EI-SUCURSAL IS EQUAL TO SPACES THEN
                MOVE Q-SUCURSAL TO EI-SUCURSAL
             END-IF
             DIVIDE WS-RUN-DATE BY 100 GIVING WS-VENCE-MES
             ADD 400 TO WS-VENCE-MES
             MOVE WS-VENCE-MES TO EI-VENCE
             SET EmisionPedida TO TRUE
             MOVE WS-RUN-DATE TO EI-FECHA-EST
             MOVE "EMBOZADO" TO EI-OPERADOR
          END-IF.
       LookupHolder.
          MOVE SPACES TO Q-NOMBRE
          MOVE SPACES TO Q-SUCURSAL
          MOVE SPACE  TO Q-ESTCTA
          EXEC SQL
             SELECT c.nomclien, COALESCE(a.sucursal, '0001'),
                a.estcuent
             INTO :Q-NOMBRE, :Q-SUCURSAL, :Q-ESTCTA
             FROM cuenta a, clientes c
             WHERE a.docclien=:Q-DNI AND a.codcuent=:Q-CUENTA
                AND c.dniclien=a.docclien
          END-EXEC.
       AssignCardNumber.
      *   SIGUIENTE NUMERO LIBRE DEL BIN PROPIO MAS DIGITO DE LUHN;
      *   EL ALTA EN tarjetas SE CONFIRMA DE INMEDIATO PARA QUE LA
      *   SIGUIENTE SOLICITUD VEA EL NUMERO YA USADO.
          STRING WS-OWN-BIN DELIMITED BY SIZE
                 "%" DELIMITED BY SIZE
             INTO Q-BINLIKE
          MOVE SPACES TO Q-MAXCARD
          EXEC SQL
             SELECT COALESCE(MAX(numtarj), ' ')
             INTO :Q-MAXCARD
             FROM tarjetas
             WHERE numtarj LIKE :Q-BINLIKE
          END-EXEC
          IF Q-MAXCARD(7:9) IS NUMERIC THEN
             MOVE Q-MAXCARD(7:9) TO WS-PAN-SEQ
          ELSE
             MOVE ZERO TO WS-PAN-SEQ
          END-IF
          ADD 1 TO WS-PAN-SEQ
          MOVE WS-OWN-BIN TO WS-NEW-CARD(1:6)
          MOVE WS-PAN-SEQ TO WS-NEW-CARD(7:9)
          MOVE ZERO TO WS-LUHN-SUM
          MOVE "Y" TO WS-LUHN-DOUBLE-SW
          PERFORM VARYING WS-LUHN-POS FROM 15 BY -1
             UNTIL WS-LUHN-POS IS LESS THAN 1
             MOVE WS-NEW-CARD(WS-LUHN-POS:1) TO WS-LUHN-DIGIT
             IF WS-LUHN-DOUBLE THEN
                COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
                IF WS-LUHN-DIGIT IS GREATER THAN 9 THEN
                   SUBTRACT 9 FROM WS-LUHN-DIGIT
                END-IF
                MOVE "N" TO WS-LUHN-DOUBLE-SW
             ELSE
                MOVE "Y" TO WS-LUHN-DOUBLE-SW
             END-IF
             ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
          END-PERFORM
          DIVIDE WS-LUHN-SUM BY 10 GIVING WS-LUHN-QUOT
             REMAINDER WS-LUHN-REM
          IF WS-LUHN-REM IS EQUAL TO ZERO THEN
             MOVE ZERO TO WS-LUHN-CHECK
          ELSE
             COMPUTE WS-LUHN-CHECK = 10 - WS-LUHN-REM
          END-IF
          MOVE WS-LUHN-CHECK TO WS-NEW-CARD(16:1)
          MOVE WS-NEW-CARD TO Q-CARD
          EXEC SQL
             INSERT INTO tarjetas VALUES
             (:Q-CARD, :Q-DNI, :Q-CUENTA, 'E')
          END-EXEC
          IF SQLCODE IS EQUAL TO ZERO THEN
             PERFORM CommitTxn
             MOVE WS-NEW-CARD TO EI-CARD
          ELSE
             PERFORM HandlingErrors
             EXEC SQL ROLLBACK WORK END-EXEC
             MOVE "NO SE PUDO DAR DE ALTA LA TARJETA"
                TO WS-ISSUE-ERROR
          END-IF.
       WriteEmbossFile.
          OPEN OUTPUT EmbossFile
          IF NOT EmbossFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR " WS-EMBOSS-FILENAME
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          PERFORM VARYING IssueIdx FROM 1 BY 1
             UNTIL IssueIdx > IssueCount
             MOVE IQ-LINE(IssueIdx) TO WS-EMISION-LINE
             IF EmisionPedida AND EI-FECHA-EST = WS-RUN-DATE THEN
                PERFORM WriteEmbossLine
             END-IF
          END-PERFORM
          MOVE WS-EMBOSS-COUNT TO TRL-COUNT
          MOVE WS-EMBOSS-HASH  TO TRL-HASH
          WRITE EmbossRecord FROM WS-TRAILER-LINE
          CLOSE EmbossFile.
       WriteEmbossLine.
          MOVE EI-DNI    TO Q-DNI
          MOVE EI-CUENTA TO Q-CUENTA
          PERFORM LookupHolder
          MOVE SPACES TO WS-EMBOSS-LINE
          MOVE EI-CARD     TO EM-CARD
          MOVE Q-NOMBRE    TO EM-NOMBRE
          MOVE EI-VENCE    TO WS-VENCE-MES
          STRING WS-VENCE-MM DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-VENCE-AAAA(3:2) DELIMITED BY SIZE
             INTO EM-VENCE
          MOVE EI-SUCURSAL TO EM-SUCURSAL
          MOVE EI-TIPO     TO EM-TIPO
          WRITE EmbossRecord FROM WS-EMBOSS-LINE
          ADD 1 TO WS-EMBOSS-COUNT
          IF EI-CARD(11:6) IS NUMERIC THEN
             MOVE EI-CARD(11:6) TO WS-PAN-HASH
             ADD WS-PAN-HASH TO WS-EMBOSS-HASH
          END-IF.
       RewriteIssueQueue.
          OPEN OUTPUT CardIssueFile
          PERFORM VARYING IssueIdx FROM 1 BY 1
             UNTIL IssueIdx > IssueCount
             WRITE CardIssueRecord FROM IQ-LINE(IssueIdx)
          END-PERFORM
          CLOSE CardIssueFile.
       DisplaySummary.
          DISPLAY "============================"
          DISPLAY "ACUSES LEIDOS       : " WS-ACK-READ
          DISPLAY "ACUSES APLICADOS    : " WS-ACK-APPLIED
          DISPLAY "ACUSES RECHAZADOS   : " WS-ACK-REJECTED
          DISPLAY "SOLICITUDES LEIDAS  : " WS-REQ-READ
          DISPLAY "TARJETAS PEDIDAS    : " WS-REQ-ORDERED
          DISPLAY "SOLICITUDES RECHAZ. : " WS-REQ-REJECTED
          DISPLAY "LINEAS EN " WS-EMBOSS-FILENAME ": " WS-EMBOSS-COUNT
          DISPLAY "============================".
       CommitTxn.
          EXEC SQL COMMIT WORK END-EXEC
          IF SQLCODE IS NOT EQUAL TO ZERO THEN
             PERFORM HandlingErrors
          END-IF.
       WriteControlFigures.
          MOVE "Practica2Emision" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          COMPUTE CIF-READ = WS-ACK-READ + WS-REQ-READ
          MOVE WS-EMBOSS-COUNT TO CIF-WRITTEN
          COMPUTE CIF-REJECTED = WS-ACK-REJECTED + WS-REQ-REJECTED
          MOVE ZERO TO CIF-AMOUNT
          OPEN EXTEND ControlFiguresFile
          IF NOT ControlFiguresFileOK THEN
             CLOSE ControlFiguresFile
             OPEN OUTPUT ControlFiguresFile
          END-IF
          WRITE ControlFiguresRecord FROM WS-CIFRAS-LINE
          CLOSE ControlFiguresFile.
       HandlingErrors.
          DISPLAY "SQLCODE: " SQLCODE
          DISPLAY "SQLERRMC: " SQLERRMC
          MOVE "Practica2Emision"     TO EXLOG-PROGRAM
          MOVE "SQLCODE"              TO EXLOG-CODETYPE
          MOVE SQLCODE                TO WS-EXLOG-CODE-DISPLAY
          MOVE WS-EXLOG-CODE-DISPLAY  TO EXLOG-CODEVALUE
          MOVE SPACES                 TO EXLOG-KEYVALUE
          STRING Q-DNI DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 Q-CUENTA DELIMITED BY SIZE
             INTO EXLOG-KEYVALUE
          PERFORM LogException.
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

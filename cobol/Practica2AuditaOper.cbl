       IDENTIFICATION DIVISION.
       PROGRAM-ID. Practica2AuditaOper.
      * AUDITORIA DIARIA DE ACTIVIDAD DE OPERADORES Y SEGREGACION DE
      * FUNCIONES PARA AUDITORIA INTERNA. FUENTES:
      *   SESIONLOG.DAT       INGRESOS, SALIDAS, INGRESOS FALLIDOS,
      *                       OPCIONES DENEGADAS Y ALTAS DEL MENU
      *   CUENTAMANT.DAT      AJUSTES APROBADOS AUN NO APLICADOS
      *   CUENTAMANTRECH.DAT  AJUSTES RECHAZADOS (SOLICITANTE)
      *   CUENTAJRNL.DAT      AJUSTES APLICADOS (SOLICITANTE Y
      *                       APROBADOR DE CADA LINEA)
      * HALLAZGOS DEL DIA DE PROCESO: INGRESOS FALLIDOS REPETIDOS,
      * ACCESOS FUERA DEL HORARIO HABIL (O EN DIA NO HABIL), OPCIONES
      * DENEGADAS E INTENTOS DE USUARIOS BLOQUEADOS. HALLAZGOS DE
      * SEGREGACION SOBRE TODA LA HISTORIA: AUTOAPROBACIONES, AJUSTES
      * PEDIDOS POR EL MISMO OPERADOR QUE ABRIO LA CUENTA Y PAREJAS DE
      * OPERADORES QUE SE APRUEBAN CASI SOLO ENTRE ELLOS.
      * PARAMETROS EN PARAMAUDITOPER.DAT (SI NO EXISTE: 5 FALLOS
      * SEGUIDOS, HORARIO 0800-1900, 80% Y 3 APROBACIONES MINIMAS):
      *   FALLOS HHMM-INI HHMM-FIN PORCENTAJE MINIMO
      * SALIDA AUDITOPER_<FECHA>.DAT CON EL DETALLE Y EL RESUMEN POR
      * OPERADOR. EL USUARIO QUE LLEGA AL LIMITE DE FALLOS SEGUIDOS
      * QUEDA BLOQUEADO EN OPERADORES.DAT HASTA QUE UN SUPERVISOR LO
      * LIBERE DESDE Practica2Menu (OPCION 9).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT SessionLogFile ASSIGN TO "SESIONLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SESLOG-STATUS.
          SELECT OperatorFile ASSIGN TO "OPERADORES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OPER-STATUS.
          SELECT ApprovedFile ASSIGN TO "CUENTAMANT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-APPR-STATUS.
          SELECT RejectedFile ASSIGN TO "CUENTAMANTRECH.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RECH-STATUS.
          SELECT AuditFile ASSIGN TO "CUENTAJRNL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AUDIT-STATUS.
          SELECT ParamFile ASSIGN TO "PARAMAUDITOPER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARAM-STATUS.
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
       FD SessionLogFile.
       01 SessionLogRecord       PIC X(70)   VALUES SPACES.
          88 EOFSessionLogFile   VALUES      HIGH-VALUES.
       FD OperatorFile.
       01 OperatorBuffer         PIC X(42)   VALUES SPACES.
          88 EOFOperatorFile     VALUES      HIGH-VALUES.
       FD ApprovedFile.
       01 ApprovedRecord         PIC X(60)   VALUES SPACES.
          88 EOFApprovedFile     VALUES      HIGH-VALUES.
       FD RejectedFile.
       01 RejectedRecord         PIC X(100)  VALUES SPACES.
          88 EOFRejectedFile     VALUES      HIGH-VALUES.
       FD AuditFile.
       01 AuditBuffer            PIC X(100)  VALUES SPACES.
          88 EOFAuditFile        VALUES      HIGH-VALUES.
       FD ParamFile.
       01 ParamBuffer            PIC X(30)   VALUES SPACES.
       FD ReportFile.
       01 ReportRecord           PIC X(100)  VALUES SPACES.
       FD ExceptionLogFile.
       01 ExceptionLogRecord     PIC X(100)  VALUES SPACES.
       FD ControlFiguresFile.
       01 ControlFiguresRecord   PIC X(80)   VALUES SPACES.
       FD ProcessDateFile.
       01 ProcessDateBuffer      PIC X(8)    VALUES SPACES.
       WORKING-STORAGE SECTION.
       COPY "OperatorFields".
       COPY "ExceptionLogFields".
       COPY "ControlFiguresFields".
       COPY "ProcessDateFields".
       01 WS-RUN-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                 PIC X(8).
       01 WS-HABIL               PIC X(1)    VALUE "S".
          88 RunDateHabil        VALUE "S".
       01 WS-SESLOG-STATUS       PIC X(2)    VALUE SPACE.
          88 SessionLogFileOK    VALUE "00".
       01 WS-OPER-STATUS         PIC X(2)    VALUE SPACE.
          88 OperatorFileOK      VALUE "00".
       01 WS-APPR-STATUS         PIC X(2)    VALUE SPACE.
          88 ApprovedFileOK      VALUE "00".
       01 WS-RECH-STATUS         PIC X(2)    VALUE SPACE.
          88 RejectedFileOK      VALUE "00".
       01 WS-AUDIT-STATUS        PIC X(2)    VALUE SPACE.
          88 AuditFileOK         VALUE "00".
       01 WS-PARAM-STATUS        PIC X(2)    VALUE SPACE.
          88 ParamFileOK         VALUE "00".
       01 WS-REPORT-STATUS       PIC X(2)    VALUE SPACE.
          88 ReportFileOK        VALUE "00".
       01 WS-REPORT-FILENAME     PIC X(30)   VALUE SPACES.
       01 WS-PARAM-LINE.
          05 PA-FALLOS           PIC 9(2)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 PA-HORA-INI         PIC 9(4)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 PA-HORA-FIN         PIC 9(4)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 PA-PORCENTAJE       PIC 9(3)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 PA-MINIMO           PIC 9(3)    VALUE ZERO.
       01 WS-MAX-FALLOS          PIC 9(2)    VALUE 5.
       01 WS-HORA-INI            PIC 9(4)    VALUE 0800.
       01 WS-HORA-FIN            PIC 9(4)    VALUE 1900.
       01 WS-PCT-MUTUO           PIC 9(3)    VALUE 80.
       01 WS-MIN-APROB           PIC 9(3)    VALUE 3.
      * LINEA DE CUENTAMANT.DAT (Practica2Aprueba).
       01 WS-APPR-LINE.
          05 APR-MODE            PIC X(1)    VALUE SPACE.
          05 FILLER              PIC X       VALUE SPACE.
          05 APR-DOC             PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 APR-CUENTA          PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 APR-DELTA           PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 APR-OPERATOR        PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 APR-APPROVER        PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 APR-CONSENT         PIC X(8)    VALUE SPACES.
      * LINEA DE CUENTAMANTRECH.DAT: LA SOLICITUD ORIGINAL SEGUIDA DEL
      * APROBADOR QUE LA RECHAZO.
       01 WS-RECH-LINE.
          05 RCH-DOC             PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 RCH-CUENTA          PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 RCH-DELTA           PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 RCH-OPERATOR        PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X(2)    VALUE SPACES.
          05 RCH-APPROVER        PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 RCH-DATE            PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 RCH-COMMENT         PIC X(20)   VALUE SPACES.
      * LINEA DE CUENTAJRNL.DAT. SOLO LAS DE AJUSTES LLEVAN SOLICITANTE
      * Y APROBADOR REALES; LAS ORDENES PROGRAMADAS FIRMAN COMO
      * SISTEMA Y LOS CAMBIOS DE PRODUCTO LLEVAN "PRD" Y EL PRODUCTO.
       01 WS-AUDIT-LINE.
          05 AL-DOC              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 AL-CUENTA           PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 AL-SALDO            PIC X(11)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 AL-DATE             PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 AL-TIME             PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 AL-OPERATOR         PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 AL-APPROVER         PIC X(8)    VALUE SPACES.
             88 AprobadorSistema VALUE "SISTEMA".
          05 FILLER              PIC X(26)   VALUE SPACES.
       01 WS-ALTA-DETALLE.
          05 ALD-DNI             PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 ALD-CUENTA          PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X(11)   VALUE SPACES.
       01 WS-HHMM                PIC 9(4)    VALUE ZERO.
       01 WS-FIND-USER           PIC X(8)    VALUE SPACES.
       01 WS-REQUESTER           PIC X(8)    VALUE SPACES.
       01 WS-APPROVER            PIC X(8)    VALUE SPACES.
       01 WS-ADJ-CUENTA          PIC X(10)   VALUE SPACES.
       01 WS-ADJ-ORIGEN          PIC X(10)   VALUE SPACES.
       01 WS-IS-APPROVAL-SW      PIC X(1)    VALUE "N".
          88 WS-IS-APPROVAL      VALUE "Y".
       01 WS-PCT-AB              PIC 9(3)V9  VALUE ZERO.
       01 WS-PCT-BA              PIC 9(3)V9  VALUE ZERO.
       01 WS-READ-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-FINDING-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-LOCK-COUNT          PIC 9(5)    VALUE ZERO.
       01 WS-OPER-CHANGED-SW     PIC X(1)    VALUE "N".
          88 WS-OPER-CHANGED     VALUE "Y".
       01 WS-TABLE-FULL-SW       PIC X(1)    VALUE "N".
          88 WS-TABLE-FULL       VALUE "Y".
       01 WS-FOUND-SW            PIC X(1)    VALUE "N".
          88 WS-FOUND            VALUE "Y".
       01 WS-RPT-TITLE.
          05 FILLER              PIC X(40)   VALUE
             "AUDITORIA DE OPERADORES - FECHA PROCESO ".
          05 RT-DATE             PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X(12)   VALUE SPACES.
       01 WS-RPT-SECTION         PIC X(60)   VALUE SPACES.
       01 WS-FINDING-LINE.
          05 FD-USER             PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 FD-TIPO             PIC X(12)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 FD-DETALLE          PIC X(60)   VALUE SPACES.
       01 WS-SUMMARY-HEADER.
          05 FILLER              PIC X(35)   VALUE
             "USUARIO  FALLOS SEGUID FUERAH DENEG".
          05 FILLER              PIC X(42)   VALUE
             " AUTOAP ALTAAJ MUTUO APROB. HALLAZ BLOQUEO".
       01 WS-SUMMARY-LINE.
          05 SM-USER             PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 SM-FALLOS           PIC Z(5)9   VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 SM-RACHA            PIC Z(5)9   VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 SM-FUERA-HORA       PIC Z(5)9   VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 SM-DENEGADAS        PIC Z(4)9   VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 SM-AUTOAPROB        PIC Z(5)9   VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 SM-ALTA-AJUSTE      PIC Z(5)9   VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 SM-MUTUO            PIC Z(4)9   VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 SM-APROBADAS        PIC Z(5)9   VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 SM-HALLAZGOS        PIC Z(5)9   VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 SM-BLOQUEO          PIC X(10)   VALUE SPACES.
       01 D-COUNT                PIC Z(6)9.
       01 D-PCT                  PIC ZZ9.9.
      * RESUMEN POR OPERADOR. UT-RACHA CUENTA LOS FALLOS SEGUIDOS: UN
      * INGRESO CORRECTO O UN DESBLOQUEO LA VUELVE A CERO. UT-RACHA-MAX
      * ES LA MAYOR DEL DIA (SE REPORTA) Y UT-RACHA-VIGENTE LA MAYOR
      * DESDE EL ULTIMO DESBLOQUEO (DECIDE EL BLOQUEO).
       01 UserTable.
          05 UserCount           PIC 9(3)    VALUE ZERO.
          05 UserEntry OCCURS 500 TIMES.
             10 UT-USER          PIC X(8).
             10 UT-FALLOS        PIC 9(5).
             10 UT-RACHA         PIC 9(5).
             10 UT-RACHA-MAX     PIC 9(5).
             10 UT-RACHA-VIGENTE PIC 9(5).
             10 UT-FUERA-HORA    PIC 9(5).
             10 UT-DENEGADAS     PIC 9(5).
             10 UT-AUTOAPROB     PIC 9(5).
             10 UT-ALTA-AJUSTE   PIC 9(5).
             10 UT-MUTUO         PIC 9(5).
             10 UT-APROBADAS     PIC 9(5).
             10 UT-HALLAZGOS     PIC 9(5).
             10 UT-BLOQUEO-SW    PIC X(1).
                88 UT-A-BLOQUEAR VALUE "S".
                88 UT-BLOQUEADO  VALUE "B".
       01 UserIdx                PIC 9(3)    VALUE ZERO.
       01 UserIdx2               PIC 9(3)    VALUE ZERO.
      * ALTAS DE CUENTA HECHAS DESDE EL MENU, CON SU OPERADOR.
       01 AltaTable.
          05 AltaCount           PIC 9(4)    VALUE ZERO.
          05 AltaEntry OCCURS 5000 TIMES.
             10 AT-USER          PIC X(8).
             10 AT-CUENTA        PIC X(10).
       01 AltaIdx                PIC 9(4)    VALUE ZERO.
      * APROBACIONES POR PAREJA APROBADOR / SOLICITANTE.
       01 PairTable.
          05 PairCount           PIC 9(4)    VALUE ZERO.
          05 PairEntry OCCURS 2000 TIMES.
             10 PR-APPROVER      PIC X(8).
             10 PR-REQUESTER     PIC X(8).
             10 PR-COUNT         PIC 9(5).
       01 PairIdx                PIC 9(4)    VALUE ZERO.
       01 PairIdx2               PIC 9(4)    VALUE ZERO.
       01 OperTable.
          05 OperCount           PIC 9(3)    VALUE ZERO.
          05 OperEntry OCCURS 200 TIMES.
             10 OT-LINE          PIC X(42).
       01 OperIdx                PIC 9(3)    VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "*** AUDITORIA DE OPERADORES Y SEGREGACION ***"
          PERFORM LoadProcessDate
          PERFORM LoadParameters
          CALL "EsDiaHabil" USING WS-RUN-DATE WS-HABIL
          PERFORM OpenReport
          MOVE "ACCESOS DEL DIA" TO WS-RPT-SECTION
          PERFORM WriteSectionTitle
          PERFORM ScanSessionLog
          PERFORM FlagFailedLogins
          MOVE "SEGREGACION DE FUNCIONES" TO WS-RPT-SECTION
          PERFORM WriteSectionTitle
          PERFORM ScanApprovedQueue
          PERFORM ScanRejectedQueue
          PERFORM ScanJournal
          PERFORM FlagMutualApprovals
          PERFORM LockOperators
          PERFORM WriteSummary
          CLOSE ReportFile
          PERFORM WriteControlFigures
          DISPLAY "============================"
          DISPLAY "LINEAS LEIDAS       : " WS-READ-COUNT
          DISPLAY "OPERADORES          : " UserCount
          DISPLAY "HALLAZGOS           : " WS-FINDING-COUNT
          DISPLAY "USUARIOS BLOQUEADOS : " WS-LOCK-COUNT
          DISPLAY "REPORTE             : " WS-REPORT-FILENAME
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
       LoadParameters.
          OPEN INPUT ParamFile
          IF ParamFileOK THEN
             READ ParamFile INTO WS-PARAM-LINE
                AT END CONTINUE
             END-READ
             IF PA-FALLOS IS NUMERIC AND PA-FALLOS > ZERO THEN
                MOVE PA-FALLOS TO WS-MAX-FALLOS
             END-IF
             IF PA-HORA-INI IS NUMERIC AND PA-HORA-FIN IS NUMERIC
                   AND PA-HORA-INI < PA-HORA-FIN THEN
                MOVE PA-HORA-INI TO WS-HORA-INI
                MOVE PA-HORA-FIN TO WS-HORA-FIN
             END-IF
             IF PA-PORCENTAJE IS NUMERIC
                   AND PA-PORCENTAJE > ZERO THEN
                MOVE PA-PORCENTAJE TO WS-PCT-MUTUO
             END-IF
             IF PA-MINIMO IS NUMERIC AND PA-MINIMO > ZERO THEN
                MOVE PA-MINIMO TO WS-MIN-APROB
             END-IF
          END-IF
          CLOSE ParamFile
          DISPLAY "LOG: LIMITE DE FALLOS SEGUIDOS: " WS-MAX-FALLOS
          DISPLAY "LOG: HORARIO HABIL: " WS-HORA-INI " - "
             WS-HORA-FIN
          DISPLAY "LOG: APROBACION MUTUA: " WS-PCT-MUTUO "% CON "
             WS-MIN-APROB " APROBACIONES COMO MINIMO".
       OpenReport.
          STRING "AUDITOPER_"   DELIMITED BY SIZE
                 WS-RUN-DATE    DELIMITED BY SIZE
                 ".DAT"         DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
          OPEN OUTPUT ReportFile
          IF NOT ReportFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR " WS-REPORT-FILENAME
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE WS-RUN-DATE TO RT-DATE
          WRITE ReportRecord FROM WS-RPT-TITLE.
       WriteSectionTitle.
          MOVE SPACES TO ReportRecord
          WRITE ReportRecord
          WRITE ReportRecord FROM WS-RPT-SECTION.
       ScanSessionLog.
      *   LAS ALTAS SE TOMAN DE TODA LA HISTORIA (LAS USA EL CRUCE CON
      *   LOS AJUSTES); LOS ACCESOS SOLO DEL DIA DE PROCESO.
          OPEN INPUT SessionLogFile
          IF NOT SessionLogFileOK THEN
             DISPLAY "LOG: NO HAY SESIONLOG.DAT - SIN ACCESOS"
          ELSE
             READ SessionLogFile INTO WS-SESLOG-LINE
                AT END SET EOFSessionLogFile TO TRUE
             END-READ
             PERFORM UNTIL EOFSessionLogFile
                ADD 1 TO WS-READ-COUNT
                IF AccionAlta THEN
                   PERFORM RegisterAlta
                END-IF
                IF SL-DATE IS EQUAL TO WS-RUN-DATE-X THEN
                   PERFORM CheckSessionLine
                END-IF
                READ SessionLogFile INTO WS-SESLOG-LINE
                   AT END SET EOFSessionLogFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE SessionLogFile
          END-IF.
       RegisterAlta.
          IF AltaCount < 5000 THEN
             MOVE SL-DETALLE TO WS-ALTA-DETALLE
             ADD 1 TO AltaCount
             MOVE SL-USER    TO AT-USER(AltaCount)
             MOVE ALD-CUENTA TO AT-CUENTA(AltaCount)
          ELSE
             DISPLAY "AVISO: TABLA DE ALTAS LLENA - SE OMITE "
                SL-DETALLE
          END-IF.
       CheckSessionLine.
          MOVE SL-USER TO WS-FIND-USER
          PERFORM FindUser
          IF WS-FOUND THEN
             EVALUATE TRUE
                WHEN AccionLoginFallo
                   ADD 1 TO UT-FALLOS(UserIdx)
                   ADD 1 TO UT-RACHA(UserIdx)
                   IF UT-RACHA(UserIdx) > UT-RACHA-MAX(UserIdx) THEN
                      MOVE UT-RACHA(UserIdx) TO UT-RACHA-MAX(UserIdx)
                   END-IF
                   IF UT-RACHA(UserIdx) > UT-RACHA-VIGENTE(UserIdx)
                         THEN
                      MOVE UT-RACHA(UserIdx)
                         TO UT-RACHA-VIGENTE(UserIdx)
                   END-IF
                WHEN AccionBloqueado
                   MOVE "USRBLOQUEADO" TO FD-TIPO
                   STRING "INTENTO DE INGRESO DE USUARIO BLOQUEADO A "
                             DELIMITED BY SIZE
                          "LAS " DELIMITED BY SIZE
                          SL-TIME(1:4) DELIMITED BY SIZE
                      INTO FD-DETALLE
                   PERFORM WriteFinding
                WHEN AccionDenegada
                   ADD 1 TO UT-DENEGADAS(UserIdx)
                   MOVE "DENEGADA" TO FD-TIPO
                   STRING "OPCION " DELIMITED BY SIZE
                          SL-DETALLE(1:1) DELIMITED BY SIZE
                          " NO PERMITIDA A SU PERFIL, HORA "
                             DELIMITED BY SIZE
                          SL-TIME(1:4) DELIMITED BY SIZE
                      INTO FD-DETALLE
                   PERFORM WriteFinding
                WHEN AccionLogin
                   MOVE ZERO TO UT-RACHA(UserIdx)
                   PERFORM CheckBusinessHours
                WHEN AccionDesbloqueo
                   PERFORM CheckBusinessHours
                   MOVE SL-DETALLE(1:8) TO WS-FIND-USER
                   PERFORM FindUser
                   IF WS-FOUND THEN
                      MOVE ZERO TO UT-RACHA(UserIdx)
                      MOVE ZERO TO UT-RACHA-VIGENTE(UserIdx)
                   END-IF
                WHEN AccionLogout
                   CONTINUE
                WHEN OTHER
                   PERFORM CheckBusinessHours
             END-EVALUATE
          END-IF.
       CheckBusinessHours.
      *   UN INGRESO U OPERACION FUERA DEL HORARIO HABIL O EN UN DIA
      *   NO HABIL (EsDiaHabil) ES HALLAZGO.
          IF SL-TIME(1:4) IS NUMERIC THEN
             MOVE SL-TIME(1:4) TO WS-HHMM
          ELSE
             MOVE ZERO TO WS-HHMM
          END-IF
          IF NOT RunDateHabil
                OR WS-HHMM < WS-HORA-INI
                OR WS-HHMM >= WS-HORA-FIN THEN
             ADD 1 TO UT-FUERA-HORA(UserIdx)
             MOVE "FUERAHORARIO" TO FD-TIPO
             IF RunDateHabil THEN
                STRING SL-ACCION DELIMITED BY SPACE
                       " A LAS " DELIMITED BY SIZE
                       SL-TIME(1:4) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SL-DETALLE DELIMITED BY SIZE
                   INTO FD-DETALLE
             ELSE
                STRING SL-ACCION DELIMITED BY SPACE
                       " EN DIA NO HABIL A LAS " DELIMITED BY SIZE
                       SL-TIME(1:4) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SL-DETALLE DELIMITED BY SIZE
                   INTO FD-DETALLE
             END-IF
             PERFORM WriteFinding
          END-IF.
       FlagFailedLogins.
          PERFORM VARYING UserIdx FROM 1 BY 1
             UNTIL UserIdx > UserCount
             IF UT-RACHA-MAX(UserIdx) >= WS-MAX-FALLOS THEN
                MOVE "FALLOSLOGIN" TO FD-TIPO
                MOVE UT-RACHA-MAX(UserIdx) TO D-COUNT
                IF UT-RACHA-VIGENTE(UserIdx) >= WS-MAX-FALLOS THEN
                   SET UT-A-BLOQUEAR(UserIdx) TO TRUE
                   STRING D-COUNT DELIMITED BY SIZE
                          " INGRESOS FALLIDOS SEGUIDOS (LIMITE "
                             DELIMITED BY SIZE
                          WS-MAX-FALLOS DELIMITED BY SIZE
                          ") - SE BLOQUEA" DELIMITED BY SIZE
                      INTO FD-DETALLE
                ELSE
                   STRING D-COUNT DELIMITED BY SIZE
                          " INGRESOS FALLIDOS SEGUIDOS (LIMITE "
                             DELIMITED BY SIZE
                          WS-MAX-FALLOS DELIMITED BY SIZE
                          ") - YA DESBLOQUEADO" DELIMITED BY SIZE
                      INTO FD-DETALLE
                END-IF
                PERFORM WriteFinding
             END-IF
          END-PERFORM.
       ScanApprovedQueue.
          OPEN INPUT ApprovedFile
          IF ApprovedFileOK THEN
             READ ApprovedFile INTO WS-APPR-LINE
                AT END SET EOFApprovedFile TO TRUE
             END-READ
             PERFORM UNTIL EOFApprovedFile
                ADD 1 TO WS-READ-COUNT
                IF APR-OPERATOR IS NOT EQUAL TO SPACES
                      AND APR-APPROVER IS NOT EQUAL TO SPACES THEN
                   MOVE APR-OPERATOR TO WS-REQUESTER
                   MOVE APR-APPROVER TO WS-APPROVER
                   MOVE APR-CUENTA   TO WS-ADJ-CUENTA
                   MOVE "CUENTAMANT" TO WS-ADJ-ORIGEN
                   SET WS-IS-APPROVAL TO TRUE
                   PERFORM CheckAdjustment
                END-IF
                READ ApprovedFile INTO WS-APPR-LINE
                   AT END SET EOFApprovedFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE ApprovedFile
          END-IF.
       ScanRejectedQueue.
      *   UN AJUSTE RECHAZADO IGUAL FUE PEDIDO: CUENTA PARA EL CRUCE
      *   CON LAS ALTAS, NO COMO APROBACION.
          OPEN INPUT RejectedFile
          IF RejectedFileOK THEN
             READ RejectedFile INTO WS-RECH-LINE
                AT END SET EOFRejectedFile TO TRUE
             END-READ
             PERFORM UNTIL EOFRejectedFile
                ADD 1 TO WS-READ-COUNT
                IF RCH-OPERATOR IS NOT EQUAL TO SPACES THEN
                   MOVE RCH-OPERATOR TO WS-REQUESTER
                   MOVE RCH-APPROVER TO WS-APPROVER
                   MOVE RCH-CUENTA   TO WS-ADJ-CUENTA
                   MOVE "RECHAZADO"  TO WS-ADJ-ORIGEN
                   MOVE "N" TO WS-IS-APPROVAL-SW
                   PERFORM CheckAdjustment
                END-IF
                READ RejectedFile INTO WS-RECH-LINE
                   AT END SET EOFRejectedFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE RejectedFile
          END-IF.
       ScanJournal.
          OPEN INPUT AuditFile
          IF AuditFileOK THEN
             READ AuditFile INTO WS-AUDIT-LINE
                AT END SET EOFAuditFile TO TRUE
             END-READ
             PERFORM UNTIL EOFAuditFile
                ADD 1 TO WS-READ-COUNT
                IF AL-OPERATOR IS NOT EQUAL TO SPACES
                      AND AL-APPROVER IS NOT EQUAL TO SPACES
                      AND NOT AprobadorSistema
                      AND AL-APPROVER(1:3) IS NOT EQUAL TO "PRD" THEN
                   MOVE AL-OPERATOR TO WS-REQUESTER
                   MOVE AL-APPROVER TO WS-APPROVER
                   MOVE AL-CUENTA   TO WS-ADJ-CUENTA
                   MOVE "CUENTAJRNL" TO WS-ADJ-ORIGEN
                   SET WS-IS-APPROVAL TO TRUE
                   PERFORM CheckAdjustment
                END-IF
                READ AuditFile INTO WS-AUDIT-LINE
                   AT END SET EOFAuditFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE AuditFile
          END-IF.
       CheckAdjustment.
      *   UN AJUSTE: SOLICITANTE, APROBADOR Y CUENTA. SE CRUZA CON LAS
      *   ALTAS DEL SOLICITANTE Y, SI FUE APROBADO, SE ACUMULA EN LA
      *   PAREJA APROBADOR / SOLICITANTE.
          MOVE WS-REQUESTER TO WS-FIND-USER
          PERFORM FindUser
          IF WS-FOUND THEN
             MOVE "N" TO WS-FOUND-SW
             PERFORM VARYING AltaIdx FROM 1 BY 1
                UNTIL AltaIdx > AltaCount OR WS-FOUND
                IF AT-USER(AltaIdx) IS EQUAL TO WS-REQUESTER
                      AND AT-CUENTA(AltaIdx) IS EQUAL TO
                         WS-ADJ-CUENTA THEN
                   SET WS-FOUND TO TRUE
                END-IF
             END-PERFORM
             IF WS-FOUND THEN
                ADD 1 TO UT-ALTA-AJUSTE(UserIdx)
                MOVE "ALTAAJUSTE" TO FD-TIPO
                STRING "ABRIO LA CUENTA " DELIMITED BY SIZE
                       WS-ADJ-CUENTA DELIMITED BY SIZE
                       " Y PIDIO AJUSTE (" DELIMITED BY SIZE
                       WS-ADJ-ORIGEN DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                   INTO FD-DETALLE
                PERFORM WriteFinding
             END-IF
          END-IF
          IF WS-IS-APPROVAL AND WS-APPROVER IS NOT EQUAL TO SPACES
                THEN
             MOVE WS-APPROVER TO WS-FIND-USER
             PERFORM FindUser
             IF WS-FOUND THEN
                ADD 1 TO UT-APROBADAS(UserIdx)
                IF WS-APPROVER IS EQUAL TO WS-REQUESTER THEN
                   ADD 1 TO UT-AUTOAPROB(UserIdx)
                   MOVE "AUTOAPROB" TO FD-TIPO
                   STRING "APROBO SU PROPIO AJUSTE, CUENTA "
                             DELIMITED BY SIZE
                          WS-ADJ-CUENTA DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          WS-ADJ-ORIGEN DELIMITED BY SPACE
                          ")" DELIMITED BY SIZE
                      INTO FD-DETALLE
                   PERFORM WriteFinding
                ELSE
                   PERFORM AddPairApproval
                END-IF
             END-IF
          END-IF.
       AddPairApproval.
          MOVE "N" TO WS-FOUND-SW
          PERFORM VARYING PairIdx FROM 1 BY 1
             UNTIL PairIdx > PairCount OR WS-FOUND
             IF PR-APPROVER(PairIdx) IS EQUAL TO WS-APPROVER
                   AND PR-REQUESTER(PairIdx) IS EQUAL TO
                      WS-REQUESTER THEN
                SET WS-FOUND TO TRUE
                ADD 1 TO PR-COUNT(PairIdx)
             END-IF
          END-PERFORM
          IF NOT WS-FOUND THEN
             IF PairCount < 2000 THEN
                ADD 1 TO PairCount
                MOVE WS-APPROVER  TO PR-APPROVER(PairCount)
                MOVE WS-REQUESTER TO PR-REQUESTER(PairCount)
                MOVE 1 TO PR-COUNT(PairCount)
             ELSE
                DISPLAY "AVISO: TABLA DE PAREJAS LLENA - SE OMITE "
                   WS-APPROVER SPACE WS-REQUESTER
             END-IF
          END-IF.
       FlagMutualApprovals.
      *   A Y B SE APRUEBAN "SIEMPRE" ENTRE ELLOS CUANDO CADA UNO
      *   APROBO AL OTRO AL MENOS EL MINIMO DE VECES Y ESO ES EL
      *   PORCENTAJE PARAMETRIZADO DE TODO LO QUE APROBO. CADA PAREJA
      *   SE REPORTA UNA VEZ (DESDE EL APROBADOR MENOR).
          PERFORM VARYING PairIdx FROM 1 BY 1
             UNTIL PairIdx > PairCount
             IF PR-APPROVER(PairIdx) < PR-REQUESTER(PairIdx)
                   AND PR-COUNT(PairIdx) >= WS-MIN-APROB THEN
                PERFORM CheckMutualPair
             END-IF
          END-PERFORM.
       CheckMutualPair.
          MOVE "N" TO WS-FOUND-SW
          PERFORM VARYING PairIdx2 FROM 1 BY 1
             UNTIL PairIdx2 > PairCount OR WS-FOUND
             IF PR-APPROVER(PairIdx2) IS EQUAL TO
                   PR-REQUESTER(PairIdx)
                   AND PR-REQUESTER(PairIdx2) IS EQUAL TO
                      PR-APPROVER(PairIdx) THEN
                SET WS-FOUND TO TRUE
             END-IF
          END-PERFORM
          IF WS-FOUND THEN
             SUBTRACT 1 FROM PairIdx2
             IF PR-COUNT(PairIdx2) >= WS-MIN-APROB THEN
                MOVE PR-APPROVER(PairIdx) TO WS-FIND-USER
                PERFORM FindUser
                MOVE UserIdx TO UserIdx2
                MOVE PR-REQUESTER(PairIdx) TO WS-FIND-USER
                PERFORM FindUser
                COMPUTE WS-PCT-AB ROUNDED = PR-COUNT(PairIdx) * 100
                   / UT-APROBADAS(UserIdx2)
                COMPUTE WS-PCT-BA ROUNDED = PR-COUNT(PairIdx2) * 100
                   / UT-APROBADAS(UserIdx)
                IF WS-PCT-AB >= WS-PCT-MUTUO
                      AND WS-PCT-BA >= WS-PCT-MUTUO THEN
                   ADD 1 TO UT-MUTUO(UserIdx2)
                   ADD 1 TO UT-MUTUO(UserIdx)
                   MOVE PR-APPROVER(PairIdx) TO WS-FIND-USER
                   MOVE PR-REQUESTER(PairIdx) TO WS-REQUESTER
                   MOVE WS-PCT-AB TO D-PCT
                   PERFORM WriteMutualFinding
                   MOVE PR-REQUESTER(PairIdx) TO WS-FIND-USER
                   MOVE PR-APPROVER(PairIdx) TO WS-REQUESTER
                   MOVE WS-PCT-BA TO D-PCT
                   PERFORM WriteMutualFinding
                END-IF
             END-IF
          END-IF.
       WriteMutualFinding.
          PERFORM FindUser
          MOVE "APROBMUTUA" TO FD-TIPO
          STRING "APROBACION CRUZADA CON " DELIMITED BY SIZE
                 WS-REQUESTER DELIMITED BY SPACE
                 ": " DELIMITED BY SIZE
                 D-PCT DELIMITED BY SIZE
                 "% DE SUS APROBACIONES" DELIMITED BY SIZE
             INTO FD-DETALLE
          PERFORM WriteFinding.
       FindUser.
      *   UBICA (O AGREGA) WS-FIND-USER EN LA TABLA DE OPERADORES.
          MOVE "N" TO WS-FOUND-SW
          PERFORM VARYING UserIdx FROM 1 BY 1
             UNTIL UserIdx > UserCount OR WS-FOUND
             IF UT-USER(UserIdx) IS EQUAL TO WS-FIND-USER THEN
                SET WS-FOUND TO TRUE
             END-IF
          END-PERFORM
          IF WS-FOUND THEN
             SUBTRACT 1 FROM UserIdx
          ELSE
             IF UserCount < 500 THEN
                ADD 1 TO UserCount
                MOVE UserCount TO UserIdx
                INITIALIZE UserEntry(UserIdx)
                MOVE WS-FIND-USER TO UT-USER(UserIdx)
                MOVE SPACE TO UT-BLOQUEO-SW(UserIdx)
                SET WS-FOUND TO TRUE
             ELSE
                IF NOT WS-TABLE-FULL THEN
                   SET WS-TABLE-FULL TO TRUE
                   DISPLAY "AVISO: TABLA DE OPERADORES LLENA - SE "
                      "OMITEN LOS RESTANTES"
                END-IF
             END-IF
          END-IF.
       WriteFinding.
      *   EL HALLAZGO ES DEL OPERADOR UBICADO EN UserIdx.
          MOVE UT-USER(UserIdx) TO FD-USER
          ADD 1 TO UT-HALLAZGOS(UserIdx)
          ADD 1 TO WS-FINDING-COUNT
          WRITE ReportRecord FROM WS-FINDING-LINE
          MOVE SPACES TO WS-FINDING-LINE.
       LockOperators.
      *   BLOQUEA EN OPERADORES.DAT A LOS USUARIOS QUE LLEGARON AL
      *   LIMITE DE FALLOS SEGUIDOS; EL RESTO DEL ARCHIVO NO CAMBIA.
          MOVE ZERO TO OperCount
          OPEN INPUT OperatorFile
          IF NOT OperatorFileOK THEN
             DISPLAY "AVISO: NO SE PUDO ABRIR OPERADORES.DAT - NO SE "
                "BLOQUEA A NADIE"
          ELSE
             READ OperatorFile INTO WS-OPER-LINE
                AT END SET EOFOperatorFile TO TRUE
             END-READ
             PERFORM UNTIL EOFOperatorFile OR OperCount >= 200
                ADD 1 TO OperCount
                MOVE OPR-USER TO WS-FIND-USER
                PERFORM LockOneOperator
                MOVE WS-OPER-LINE TO OT-LINE(OperCount)
                READ OperatorFile INTO WS-OPER-LINE
                   AT END SET EOFOperatorFile TO TRUE
                END-READ
             END-PERFORM
             IF NOT EOFOperatorFile THEN
                DISPLAY "ERROR: OPERADORES.DAT EXCEDE 200 USUARIOS - "
                   "NO SE REESCRIBE"
                MOVE "N" TO WS-OPER-CHANGED-SW
                MOVE ZERO TO WS-LOCK-COUNT
             END-IF
             CLOSE OperatorFile
             IF WS-OPER-CHANGED THEN
                OPEN OUTPUT OperatorFile
                PERFORM VARYING OperIdx FROM 1 BY 1
                   UNTIL OperIdx > OperCount
                   WRITE OperatorBuffer FROM OT-LINE(OperIdx)
                END-PERFORM
                CLOSE OperatorFile
             END-IF
          END-IF.
       LockOneOperator.
          MOVE "N" TO WS-FOUND-SW
          PERFORM VARYING UserIdx FROM 1 BY 1
             UNTIL UserIdx > UserCount OR WS-FOUND
             IF UT-USER(UserIdx) IS EQUAL TO WS-FIND-USER THEN
                SET WS-FOUND TO TRUE
             END-IF
          END-PERFORM
          IF WS-FOUND THEN
             SUBTRACT 1 FROM UserIdx
             IF UT-A-BLOQUEAR(UserIdx) AND NOT OperatorLocked THEN
                SET OperatorLocked TO TRUE
                SET UT-BLOQUEADO(UserIdx) TO TRUE
                SET WS-OPER-CHANGED TO TRUE
                ADD 1 TO WS-LOCK-COUNT
                DISPLAY "LOG: USUARIO BLOQUEADO: " OPR-USER
                MOVE "Practica2AuditaOper" TO EXLOG-PROGRAM
                MOVE "BLOQUEOUSR"          TO EXLOG-CODETYPE
                MOVE UT-RACHA-MAX(UserIdx) TO EXLOG-CODEVALUE
                MOVE OPR-USER              TO EXLOG-KEYVALUE
                PERFORM LogException
             END-IF
          END-IF.
       WriteSummary.
          MOVE "RESUMEN POR OPERADOR" TO WS-RPT-SECTION
          PERFORM WriteSectionTitle
          WRITE ReportRecord FROM WS-SUMMARY-HEADER
          PERFORM VARYING UserIdx FROM 1 BY 1
             UNTIL UserIdx > UserCount
             MOVE UT-USER(UserIdx)        TO SM-USER
             MOVE UT-FALLOS(UserIdx)      TO SM-FALLOS
             MOVE UT-RACHA-MAX(UserIdx)   TO SM-RACHA
             MOVE UT-FUERA-HORA(UserIdx)  TO SM-FUERA-HORA
             MOVE UT-DENEGADAS(UserIdx)   TO SM-DENEGADAS
             MOVE UT-AUTOAPROB(UserIdx)   TO SM-AUTOAPROB
             MOVE UT-ALTA-AJUSTE(UserIdx) TO SM-ALTA-AJUSTE
             MOVE UT-MUTUO(UserIdx)       TO SM-MUTUO
             MOVE UT-APROBADAS(UserIdx)   TO SM-APROBADAS
             MOVE UT-HALLAZGOS(UserIdx)   TO SM-HALLAZGOS
             EVALUATE TRUE
                WHEN UT-BLOQUEADO(UserIdx)
                   MOVE "BLOQUEADO" TO SM-BLOQUEO
                WHEN UT-A-BLOQUEAR(UserIdx)
                   MOVE "YA BLOQ." TO SM-BLOQUEO
                WHEN OTHER
                   MOVE SPACES TO SM-BLOQUEO
             END-EVALUATE
             WRITE ReportRecord FROM WS-SUMMARY-LINE
          END-PERFORM
          MOVE WS-FINDING-COUNT TO D-COUNT
          MOVE SPACES TO ReportRecord
          STRING "TOTAL DE HALLAZGOS: " DELIMITED BY SIZE
                 D-COUNT DELIMITED BY SIZE
             INTO ReportRecord
          WRITE ReportRecord.
       WriteControlFigures.
          MOVE "Practica2AuditaOper" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          MOVE WS-READ-COUNT TO CIF-READ
          MOVE WS-FINDING-COUNT TO CIF-WRITTEN
          MOVE WS-LOCK-COUNT TO CIF-REJECTED
          MOVE ZERO TO CIF-AMOUNT
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

          SELECT ProcessDateFile ASSIGN TO "FECHAPROC.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FECHAPROC-STATUS.
          SELECT WatchlistFile ASSIGN TO "LISTANEGRA.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LISTANEGRA-STATUS.
          SELECT ClearanceFile ASSIGN TO "LNLIBERADOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LIBERADO-STATUS.
          SELECT HitsReportFile ASSIGN TO WS-HITS-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HITS-STATUS.
          SELECT DeceasedFile ASSIGN TO "FALLECIDOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FALLEC-STATUS.
          SELECT HeirsFile ASSIGN TO "HEREDEROS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HEREDERO-STATUS.
          SELECT CertificateFile ASSIGN TO WS-CERT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CERT-STATUS.
          SELECT DistributionFile ASSIGN TO WS-DIST-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DIST-STATUS.
          SELECT OrdersFile ASSIGN TO "ORDENESPROG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ORDERS-STATUS.
          SELECT NewOrdersFile ASSIGN TO "ORDENESFALLEC.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-NEWORD-STATUS.
          SELECT CopyOrdersFile ASSIGN TO "ORDENESFALLEC.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COPYORD-STATUS.
          SELECT CardBlockFile ASSIGN TO "TARJBLOQ.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TARJBLOQ-STATUS.
          SELECT RateFile ASSIGN TO "TASAINTERES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RATE-STATUS.
          SELECT ProductFile ASSIGN TO "PRODUCTOS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PROD-STATUS.
          SELECT AuditFile ASSIGN TO "CUENTAJRNL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AUDIT-STATUS.
          SELECT CierreFile ASSIGN TO "CUENTACIERRE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CIERRE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MasterFile.
       01 ControlFiguresRecord   PIC X(80)   VALUES SPACES.
       FD ProcessDateFile.
       01 ProcessDateBuffer      PIC X(8)    VALUES SPACES.
       FD WatchlistFile.
       01 WatchlistBuffer        PIC X(60)   VALUES SPACES.
          88 EOFWatchlist        VALUES      HIGH-VALUES.
       FD ClearanceFile.
       01 ClearanceBuffer        PIC X(40)   VALUES SPACES.
          88 EOFClearance        VALUES      HIGH-VALUES.
       FD HitsReportFile.
       01 HitsReportRecord       PIC X(110)  VALUES SPACES.
       FD DeceasedFile.
       01 DeceasedBuffer         PIC X(80)   VALUES SPACES.
          88 EOFDeceased         VALUES      HIGH-VALUES.
       FD HeirsFile.
       01 HeirsBuffer            PIC X(40)   VALUES SPACES.
          88 EOFHeirs            VALUES      HIGH-VALUES.
       FD CertificateFile.
       01 CertificateRecord      PIC X(80)   VALUES SPACES.
       FD DistributionFile.
       01 DistributionRecord     PIC X(80)   VALUES SPACES.
       FD OrdersFile.
       01 OrdersBuffer           PIC X(70)   VALUES SPACES.
          88 EOFOrdersFile       VALUES      HIGH-VALUES.
       FD NewOrdersFile.
       01 NewOrdersRecord        PIC X(70)   VALUES SPACES.
       FD CopyOrdersFile.
       01 CopyOrdersBuffer       PIC X(70)   VALUES SPACES.
          88 EOFCopyOrders       VALUES      HIGH-VALUES.
       FD CardBlockFile.
       01 CardBlockBuffer        PIC X(50)   VALUES SPACES.
       FD RateFile.
       01 RateBuffer             PIC X(6)    VALUES SPACES.
       FD ProductFile.
       01 ProductBuffer          PIC X(80)   VALUES SPACES.
          88 EOFProductFile      VALUES      HIGH-VALUES.
       FD AuditFile.
       01 AuditRecord            PIC X(100)  VALUES SPACES.
       FD CierreFile.
       01 CierreRecord           PIC X(80)   VALUES SPACES.
       WORKING-STORAGE SECTION.
       COPY "DbProfileFields".
       COPY "ExceptionLogFields".
       COPY "ProcessDateFields".
       COPY "ControlFiguresFields".
       COPY "WatchlistFields".
       COPY "EstateFields".
       COPY "CardBlockFields".
       COPY "ProductFields".
       01 WS-RUN-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-MASTER-STATUS       PIC X(2)    VALUE SPACE.
          88 MasterFileOK        VALUE "00".
             88 UpdateMode       VALUE "U".
             88 CloseMode        VALUE "C".
             88 ExportMode       VALUE "X".
             88 ScreenMode       VALUE "S".
             88 ClearMode        VALUE "L".
             88 DeceasedMode     VALUE "F".
             88 EstateMode       VALUE "H".
          05 FILLER              PIC X.
          05 WS-CMDDATA          PIC X(100).
       01 WS-EXPORT-COUNT        PIC 9(5)    VALUE ZERO.
       01 WS-CLEAR-REQUEST.
          05 CQ-DNI              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 CQ-OPERADOR         PIC X(8)    VALUE SPACES.
      * LISTA DE CONTROL EN MEMORIA, CON EL NOMBRE YA PARTIDO EN
      * PALABRAS PARA LA COMPARACION APROXIMADA.
       01 WS-WATCH-LOADED-SW     PIC X(1)    VALUE "N".
          88 WS-WATCH-LOADED     VALUE "Y".
       01 WatchTable.
          05 WatchCount          PIC 9(4)    VALUE ZERO.
          05 WatchEntry OCCURS 3000 TIMES.
             10 WE-DNI           PIC X(8)    VALUE SPACES.
             10 WE-NOMBRE        PIC X(30)   VALUE SPACES.
             10 WE-FUENTE        PIC X(10)   VALUE SPACES.
             10 WE-FECHA         PIC 9(8)    VALUE ZERO.
             10 WE-TOKEN-SET.
                15 WE-TOKEN      PIC X(15)   OCCURS 6 TIMES.
       01 WatchIdx               PIC 9(4)    VALUE ZERO.
       01 ClearTable.
          05 ClearCount          PIC 9(4)    VALUE ZERO.
          05 ClearEntry OCCURS 2000 TIMES.
             10 CE-DNI           PIC X(8)    VALUE SPACES.
             10 CE-FECHA         PIC 9(8)    VALUE ZERO.
       01 ClearIdx               PIC 9(4)    VALUE ZERO.
       01 FlagTable.
          05 FlagCount           PIC 9(4)    VALUE ZERO.
          05 FlagEntry OCCURS 2000 TIMES.
             10 FE-DNI           PIC X(8)    VALUE SPACES.
             10 FE-FUENTE        PIC X(10)   VALUE SPACES.
       01 FlagIdx                PIC 9(4)    VALUE ZERO.
      * FALLECIMIENTO: DNI, FECHA DE DEFUNCION (AAAAMMDD) Y OPERADOR;
      * DISTRIBUCION A HEREDEROS: DNI DEL CAUSANTE, OPERADOR Y
      * APROBADOR. AMBOS SEPARADOS POR ESPACIOS.
       01 WS-DECEASED-REQUEST.
          05 FQ-DNI              PIC X(8)    VALUE SPACES.
          05 FQ-FECHA            PIC X(8)    VALUE SPACES.
          05 FQ-OPERADOR         PIC X(8)    VALUE SPACES.
       01 WS-ESTATE-REQUEST.
          05 SQ-DNI              PIC X(8)    VALUE SPACES.
          05 SQ-OPERADOR         PIC X(8)    VALUE SPACES.
          05 SQ-APROBADOR        PIC X(8)    VALUE SPACES.
       01 WS-DEATH-DATE          PIC 9(8)    VALUE ZERO.
       01 WS-DEATH-DATE-FIELDS REDEFINES WS-DEATH-DATE.
          05 WS-DEATH-YEAR       PIC 9(4).
          05 WS-DEATH-MONTH      PIC 9(2).
          05 WS-DEATH-DAY        PIC 9(2).
       01 WS-DAYS-IN-MONTH       PIC 9(2)    VALUE ZERO.
       01 WS-LEAP-REM-4          PIC 9(4)    VALUE ZERO.
       01 WS-LEAP-REM-100        PIC 9(4)    VALUE ZERO.
       01 WS-LEAP-REM-400        PIC 9(4)    VALUE ZERO.
       01 WS-LEAP-QUOT           PIC 9(4)    VALUE ZERO.
       01 WS-ESTATE-ERROR        PIC X(40)   VALUE SPACES.
       01 WS-ESTATE-OK-SW        PIC X(1)    VALUE "Y".
          88 WS-ESTATE-OK        VALUE "Y".
          88 WS-ESTATE-BAD       VALUE "N".
       01 WS-FA-FOUND-SW         PIC X(1)    VALUE "N".
          88 WS-FA-FOUND         VALUE "Y".
       01 WS-FA-LAST             PIC X(80)   VALUE SPACES.
      * TASA MENSUAL DE AHORRO (TASAINTERES.DAT) Y LAS PROPIAS DE
      * CADA PRODUCTO, CON LA MISMA REGLA QUE Practica2Intereses,
      * PARA EL INTERES DEVENGADO HASTA LA FECHA DE DEFUNCION.
       01 WS-RATE-STATUS         PIC X(2)    VALUE SPACE.
          88 RateFileOK          VALUE "00".
       01 WS-RATE-LINE.
          05 TASA-MENSUAL        PIC 9(2)V9(4) VALUE ZERO.
       01 ProductTable.
          05 ProductCount        PIC 9(3)    VALUE ZERO.
          05 ProductEntry OCCURS 100 TIMES.
             10 PT-CODIGO        PIC X(4).
             10 PT-TASA          PIC 9(2)V9(4).
       01 ProductIdx             PIC 9(3)    VALUE ZERO.
      * CUENTAS NO CERRADAS DEL CAUSANTE: SALDO ACTUAL, SALDO A LA
      * FECHA DE DEFUNCION (EL ACTUAL MENOS LO ASENTADO DESPUES),
      * INTERES DEVENGADO A ESA FECHA Y SI SE ABONA AHORA (S) O YA LO
      * CUBRIO EL DEVENGO DE FIN DE MES (N).
       01 EstateTable.
          05 EstateCount         PIC 9(3)    VALUE ZERO.
          05 EstateEntry OCCURS 50 TIMES.
             10 ES-CUENTA        PIC X(10).
             10 ES-SALDO         PIC S9(10).
             10 ES-MONEDA        PIC X(3).
             10 ES-PRODUCTO      PIC X(4).
             10 ES-SUCURSAL      PIC X(4).
             10 ES-CDATA         PIC X(26).
             10 ES-TASA          PIC 9(2)V9(4).
             10 ES-SALDO-FALLEC  PIC S9(10).
             10 ES-INTERES       PIC 9(9).
             10 ES-ABONA         PIC X(1).
             10 ES-HEREDEROS     PIC 9(2).
       01 EstateIdx              PIC 9(3)    VALUE ZERO.
       01 CardTable.
          05 CardCount           PIC 9(3)    VALUE ZERO.
          05 CardEntry OCCURS 50 TIMES.
             10 TJ-CARD          PIC X(16).
       01 CardIdx                PIC 9(3)    VALUE ZERO.
       01 HeirTable.
          05 HeirCount           PIC 9(2)    VALUE ZERO.
          05 HeirEntry OCCURS 20 TIMES.
             10 HE-DNI           PIC X(8).
             10 HE-CUENTA        PIC X(10).
             10 HE-CUOTA         PIC 9(3)V9(2).
             10 HE-MONEDA        PIC X(3).
       01 HeirIdx                PIC 9(2)    VALUE ZERO.
       01 WS-SHARE-TOTAL         PIC 9(5)V9(2) VALUE ZERO.
       01 WS-HEIRS-LEFT          PIC 9(2)    VALUE ZERO.
       01 WS-DISTRIBUTED         PIC 9(10)   VALUE ZERO.
       01 WS-SIGN                PIC S9(1)   VALUE ZERO.
       01 WS-POSTED-NET          PIC S9(12)V9(2) VALUE ZERO.
       01 WS-TOTAL-PEN           PIC S9(11)  VALUE ZERO.
       01 WS-TOTAL-USD           PIC S9(11)  VALUE ZERO.
       01 WS-ACCT-BLOCKED        PIC 9(3)    VALUE ZERO.
       01 WS-ORDERS-SUSPENDED    PIC 9(5)    VALUE ZERO.
       01 WS-TRANSFER-COUNT      PIC 9(5)    VALUE ZERO.
       01 WS-TRANSFER-AMOUNT     PIC 9(12)   VALUE ZERO.
       01 WS-BLOCK-TIME          PIC 9(8)    VALUE ZERO.
       01 WS-CERT-STATUS         PIC X(2)    VALUE SPACE.
          88 CertificateFileOK   VALUE "00".
       01 WS-CERT-FILENAME       PIC X(30)   VALUE SPACES.
       01 WS-DIST-STATUS         PIC X(2)    VALUE SPACE.
          88 DistributionFileOK  VALUE "00".
       01 WS-DIST-FILENAME       PIC X(30)   VALUE SPACES.
       01 WS-CERT-TEXT           PIC X(80)   VALUE SPACES.
       01 WS-CERT-COLUMNS.
          05 FILLER              PIC X(15)   VALUE "CUENTA".
          05 FILLER              PIC X(16)   VALUE "SALDO AL DECESO".
          05 FILLER              PIC X(16)   VALUE "INTERES DEVENG.".
          05 FILLER              PIC X(12)   VALUE "TOTAL".
       01 WS-CERT-LINE.
          05 CS-CUENTA           PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 CS-MONEDA           PIC X(3)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 CS-SALDO            PIC -(10)9.
          05 FILLER              PIC X(4)    VALUE SPACES.
          05 CS-INTERES          PIC Z(8)9.
          05 FILLER              PIC X(4)    VALUE SPACES.
          05 CS-TOTAL            PIC -(10)9.
       01 WS-CERT-TOTAL.
          05 CST-LABEL           PIC X(10)   VALUE "TOTAL".
          05 FILLER              PIC X       VALUE SPACE.
          05 CST-MONEDA          PIC X(3)    VALUE SPACES.
          05 FILLER              PIC X(29)   VALUE SPACES.
          05 CST-TOTAL           PIC -(10)9.
       01 WS-DIST-LINE.
          05 DS-CUENTA           PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X(2)    VALUE "->".
          05 DS-DNI              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 DS-HCUENTA          PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 DS-MONEDA           PIC X(3)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 DS-CUOTA            PIC ZZ9.99.
          05 FILLER              PIC X       VALUE SPACE.
          05 DS-MONTO            PIC Z(9)9.
          05 FILLER              PIC X       VALUE SPACE.
          05 DS-REFERENCIA       PIC X(19)   VALUE SPACES.
      * ORDEN PROGRAMADA CON EL TRAZADO DE Practica2Ordenes.
       01 WS-ORDERS-STATUS       PIC X(2)    VALUE SPACE.
          88 OrdersFileOK        VALUE "00".
       01 WS-NEWORD-STATUS       PIC X(2)    VALUE SPACE.
       01 WS-COPYORD-STATUS      PIC X(2)    VALUE SPACE.
       01 WS-ORDER-LINE.
          05 OP-SDOC             PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 OP-SCUENTA          PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 OP-TDOC             PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 OP-TCUENTA          PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 OP-MONTO            PIC 9(9)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 OP-FRECUENCIA       PIC X(1)    VALUE SPACE.
          05 FILLER              PIC X       VALUE SPACE.
          05 OP-PROXIMA          PIC 9(8)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 OP-ESTADO           PIC X(1)    VALUE SPACE.
             88 OrdenActiva      VALUE "A".
             88 OrdenSuspendida  VALUE "S".
       01 WS-AUDIT-STATUS        PIC X(2)    VALUE SPACE.
          88 AuditFileOK         VALUE "00".
       01 WS-AUDIT-LINE.
          05 AL-DOC              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 AL-CUENTA           PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 AL-SALDO            PIC S9(10)  SIGN IS LEADING
                                             SEPARATE VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 AL-DATE             PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 AL-TIME             PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 AL-OPERATOR         PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 AL-APPROVER         PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 AL-SEQ              PIC 9(7)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 AL-HASH             PIC 9(8)    VALUE ZERO.
       01 WS-AUDIT-FOUND-SW      PIC X(1)    VALUE "N".
          88 WS-AUDIT-FOUND      VALUE "Y".
       01 WS-CONFLICT-SW         PIC X(1)    VALUE "N".
          88 WS-CONFLICT-DETECTED VALUE "Y".
       01 WS-JRNL-LAST           PIC X(100)  VALUE SPACES.
       01 WS-JRNL-EOF-SW         PIC X(1)    VALUE "N".
          88 WS-JRNL-EOF         VALUE "Y".
       01 WS-PREV-SEQ            PIC 9(7)    VALUE ZERO.
       01 WS-PREV-HASH           PIC 9(8)    VALUE ZERO.
       01 WS-CIERRE-STATUS       PIC X(2)    VALUE SPACE.
          88 CierreFileOK        VALUE "00".
       01 WS-CIERRE-LINE.
          05 WSC-DOC             PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 WSC-COD             PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 WSC-ACTSAL          PIC 9(10)   VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 WSC-CDATA           PIC X(26)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 WSC-CLOSEDATE       PIC X(10)   VALUE SPACES.
       01 WS-NAME-WORK           PIC X(30)   VALUE SPACES.
       01 WS-TOKEN-SET.
          05 WS-TOKEN            PIC X(15)   OCCURS 6 TIMES.
       01 WS-CLIENT-TOKEN-SET.
          05 WS-CLI-TOKEN        PIC X(15)   OCCURS 6 TIMES.
       01 WS-WATCH-TOKEN         PIC X(15)   VALUE SPACES.
       01 TokIdx                 PIC 9(2)    VALUE ZERO.
       01 TokScan                PIC 9(2)    VALUE ZERO.
       01 CharIdx                PIC 9(2)    VALUE ZERO.
       01 WS-TOKEN-LEN           PIC 9(2)    VALUE ZERO.
       01 WS-TOKEN-LEN2          PIC 9(2)    VALUE ZERO.
       01 WS-DIFF-COUNT          PIC 9(2)    VALUE ZERO.
       01 WS-SIGNIF-COUNT        PIC 9(2)    VALUE ZERO.
       01 WS-MATCH-COUNT         PIC 9(2)    VALUE ZERO.
       01 WS-TOKEN-MATCH-SW      PIC X(1)    VALUE "N".
          88 WS-TOKEN-MATCHED    VALUE "Y".
       01 WS-ENTRY-DNI-SW        PIC X(1)    VALUE "N".
          88 WS-ENTRY-DNI-HIT    VALUE "Y".
       01 WS-ENTRY-NAME-SW       PIC X(1)    VALUE "N".
          88 WS-ENTRY-NAME-HIT   VALUE "Y".
       01 WS-CLEARED-SW          PIC X(1)    VALUE "N".
          88 WS-HIT-CLEARED      VALUE "Y".
       01 WS-CLIENT-HIT-SW       PIC X(1)    VALUE "N".
          88 WS-CLIENT-HIT       VALUE "Y".
       01 WS-HIT-FUENTE          PIC X(10)   VALUE SPACES.
       01 WS-SCREEN-PASS         PIC 9(1)    VALUE ZERO.
          88 ExactDniPass        VALUE 1.
          88 FuzzyNamePass       VALUE 2.
       01 WS-HITS-FILENAME       PIC X(30)   VALUE SPACES.
       01 WS-HITS-STATUS         PIC X(2)    VALUE SPACE.
          88 HitsReportFileOK    VALUE "00".
       01 WS-SCREEN-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-DNI-HIT-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-NAME-HIT-COUNT      PIC 9(7)    VALUE ZERO.
       01 WS-FLAGGED-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-HITS-HEADER.
          05 FILLER              PIC X(45)   VALUE
             "LISTAS DE CONTROL - COINCIDENCIAS - FECHA: ".
          05 HH-DATE             PIC 9(8)    VALUE ZERO.
       01 WS-HITS-SECTION        PIC X(60)   VALUE SPACES.
       01 WS-HITS-COLUMNS.
          05 FILLER              PIC X(40)   VALUE
             "DNI      NOMBRE DEL CLIENTE".
          05 FILLER              PIC X(31)   VALUE "NOMBRE EN LISTA".
          05 FILLER              PIC X(11)   VALUE "FUENTE".
          05 FILLER              PIC X(9)    VALUE "F.LISTA".
          05 FILLER              PIC X(6)    VALUE "ACCION".
       01 WS-HIT-LINE.
          05 HT-DNI              PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 HT-NOMBRE           PIC X(30)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 HT-LNOMBRE          PIC X(30)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 HT-FUENTE           PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 HT-FECHA            PIC 9(8)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 HT-ACCION           PIC X(12)   VALUE SPACES.
       01 WS-HITS-TOTAL.
          05 HTT-LABEL           PIC X(40)   VALUE SPACES.
          05 HTT-COUNT           PIC Z(6)9.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME           PIC X(30)      VALUE SPACE.
       01 USERNAME         PIC X(64)      VALUE SPACE.
          05 CL-ESTADO     PIC X.
             88 ClientActive   VALUE "A".
             88 ClientClosed   VALUE "C".
             88 ClientPendingReview VALUE "R".
             88 ClientDeceased VALUE "F".
       01 WS-EXIST-COUNT   PIC S9(9) COMP VALUE ZERO.
       01 EA-CUENTA        PIC X(10)      VALUE SPACE.
       01 EA-SALDO         PIC S9(10)     VALUE ZERO.
       01 EA-MONEDA        PIC X(3)       VALUE SPACE.
       01 EA-PRODUCTO      PIC X(4)       VALUE SPACE.
       01 EA-SUCURSAL      PIC X(4)       VALUE SPACE.
       01 EA-CDATA         PIC X(26)      VALUE SPACE.
       01 EA-ESTADO        PIC X(1)       VALUE SPACE.
          88 AccountActive VALUE "A".
       01 EA-CLIESTADO     PIC X(1)       VALUE SPACE.
       01 MV-MONTO         PIC 9(9)V99    VALUE ZERO.
       01 MV-TIPOMOV       PIC X(10)      VALUE SPACE.
       01 MV-FALLEC        PIC X(10)      VALUE SPACE.
       01 MV-MES-INICIO    PIC X(10)      VALUE SPACE.
       01 MV-MES-FIN       PIC X(10)      VALUE SPACE.
       01 MV-COUNT         PIC S9(9) COMP VALUE ZERO.
       01 TA-CARD          PIC X(16)      VALUE SPACE.
       01 TA-ESTADO        PIC X(1)       VALUE SPACE.
       01 TR-SDOC          PIC X(8)       VALUE SPACE.
       01 TR-SCUENTA       PIC X(10)      VALUE SPACE.
       01 TR-TDOC          PIC X(8)       VALUE SPACE.
       01 TR-TCUENTA       PIC X(10)      VALUE SPACE.
       01 TR-MONTO         PIC 9(10)      VALUE ZERO.
       01 TR-FECMOV        PIC X(10)      VALUE SPACE.
       01 TR-REFERENCIA    PIC X(19)      VALUE SPACE.
       01 WS-CUR-SALDO     PIC S9(10)     VALUE ZERO.
       01 WS-CUR-SUCURSAL  PIC X(4)       VALUE SPACE.
       01 WS-CUR-FECMOD    PIC X(26)      VALUE SPACE.
       01 WS-CUR-ESTADO    PIC X(1)       VALUE SPACE.
       01 WS-SRC-SUCURSAL  PIC X(4)       VALUE SPACE.
       01 WS-TGT-SUCURSAL  PIC X(4)       VALUE SPACE.
       01 WS-SRC-FECMOD    PIC X(26)      VALUE SPACE.
       01 WS-TGT-FECMOD    PIC X(26)      VALUE SPACE.
       01 WS-AUDIT-DOC     PIC X(8)       VALUE SPACE.
       01 WS-AUDIT-CUENTA  PIC X(10)      VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
             WHEN CloseMode
                MOVE WS-CMDDATA TO CL-RECORD
                PERFORM CloseClient
             WHEN ScreenMode
                PERFORM RescreenClients
             WHEN ClearMode
                MOVE WS-CMDDATA TO WS-CLEAR-REQUEST
                PERFORM ClearReviewedClient
             WHEN DeceasedMode
                UNSTRING WS-CMDDATA DELIMITED BY ALL SPACE
                   INTO FQ-DNI FQ-FECHA FQ-OPERADOR
                END-UNSTRING
                PERFORM RegisterDeceased
             WHEN EstateMode
                UNSTRING WS-CMDDATA DELIMITED BY ALL SPACE
                   INTO SQ-DNI SQ-OPERADOR SQ-APROBADOR
                END-UNSTRING
                PERFORM DistributeEstate
             WHEN OTHER
                MOVE WS-CMDLINE TO CL-RECORD
                PERFORM InsertClient
             IF CL-ESTADO IS EQUAL TO SPACE THEN
                SET ClientActive TO TRUE
             END-IF
             PERFORM ScreenClient
             IF WS-CLIENT-HIT AND ClientActive THEN
                SET ClientPendingReview TO TRUE
                PERFORM LogWatchlistHit
             END-IF
             EXEC SQL
                INSERT INTO clientes VALUES
                (:CL-DNI, :CL-NOMBRE, :CL-DIRECCION, :CL-CONTACTO,
       UpdateClient.
          DISPLAY "========================================="
          DISPLAY "ACTUALIZACION DE CLIENTE: " CL-DNI
          PERFORM ScreenClient
          EXEC SQL
             UPDATE clientes
             SET nomclien=:CL-NOMBRE, dirclien=:CL-DIRECCION,
                 contclien=:CL-CONTACTO
             WHERE dniclien=:CL-DNI
          END-EXEC
      *   UN CLIENTE ACTIVO QUE AHORA COINCIDE CON LA LISTA PASA A
      *   REVISION EN LA MISMA UNIDAD DE TRABAJO QUE EL CAMBIO.
          IF SQLCODE IS EQUAL TO ZERO AND WS-CLIENT-HIT THEN
             SET ClientPendingReview TO TRUE
             EXEC SQL
                UPDATE clientes SET estclien=:CL-ESTADO
                WHERE dniclien=:CL-DNI AND estclien='A'
             END-EXEC
             IF SQLCODE IS EQUAL TO ZERO THEN
                PERFORM LogWatchlistHit
             ELSE
                IF SQLCODE IS EQUAL TO 100 THEN
                   MOVE ZERO TO SQLCODE
                END-IF
             END-IF
          END-IF
          IF SQLCODE IS EQUAL TO ZERO THEN
             PERFORM CommitTxn
             DISPLAY "MESSAGE: CLIENTE ACTUALIZADO"
          DISPLAY "========================================="
          DISPLAY "BAJA DE CLIENTE: " CL-DNI
          SET ClientClosed TO TRUE
      *   UN CLIENTE FALLECIDO SOLO SE DA DE BAJA AL DISTRIBUIR SU
      *   SUCESION (MODO H).
          EXEC SQL
             UPDATE clientes SET estclien=:CL-ESTADO
             WHERE dniclien=:CL-DNI AND estclien <> 'F'
          END-EXEC
          IF SQLCODE IS EQUAL TO ZERO THEN
             PERFORM CommitTxn
             DISPLAY "MESSAGE: CLIENTE DADO DE BAJA"
          ELSE
             IF SQLCODE IS EQUAL TO 100 THEN
                DISPLAY "ERROR: CLIENTE INEXISTENTE O FALLECIDO"
             END-IF
             PERFORM HandlingErrors
          END-IF
          DISPLAY "=========================================".
          CLOSE MasterFile
          DISPLAY "CLIENTES EXPORTADOS: " WS-EXPORT-COUNT
          PERFORM WriteControlFigures.
       ScreenClient.
      *   FILTRO DE LISTAS DE CONTROL EN ALTA Y ACTUALIZACION: DNI
      *   EXACTO O NOMBRE APROXIMADO, SALVO LO YA LIBERADO.
          IF NOT WS-WATCH-LOADED THEN
             PERFORM LoadWatchlist
             PERFORM LoadClearances
          END-IF
          MOVE "N" TO WS-CLIENT-HIT-SW
          MOVE SPACES TO WS-HIT-FUENTE
          PERFORM TokenizeClientName
          PERFORM VARYING WatchIdx FROM 1 BY 1
             UNTIL WatchIdx > WatchCount
             PERFORM MatchOneEntry
             IF (WS-ENTRY-DNI-HIT OR WS-ENTRY-NAME-HIT)
                   AND NOT WS-HIT-CLEARED THEN
                IF NOT WS-CLIENT-HIT THEN
                   MOVE WE-FUENTE(WatchIdx) TO WS-HIT-FUENTE
                END-IF
                SET WS-CLIENT-HIT TO TRUE
                DISPLAY "AVISO: COINCIDE CON LISTA " WE-FUENTE(WatchIdx)
                   ": " WE-NOMBRE(WatchIdx)
             END-IF
          END-PERFORM.
       LogWatchlistHit.
          DISPLAY "AVISO: CLIENTE " CL-DNI
             " QUEDA PENDIENTE DE REVISION DE CUMPLIMIENTO"
          MOVE "Practica2Clientes"  TO EXLOG-PROGRAM
          MOVE "LISTANEGRA"         TO EXLOG-CODETYPE
          MOVE WS-HIT-FUENTE        TO EXLOG-CODEVALUE
          MOVE CL-DNI               TO EXLOG-KEYVALUE
          PERFORM LogException.
       LoadWatchlist.
          MOVE ZERO TO WatchCount
          OPEN INPUT WatchlistFile
          IF NOT WatchlistFileOK THEN
             DISPLAY "LOG: NO HAY LISTANEGRA.DAT - SIN FILTRO DE LISTAS"
             CLOSE WatchlistFile
          ELSE
             READ WatchlistFile INTO WS-LISTANEGRA-LINE
                AT END SET EOFWatchlist TO TRUE
             END-READ
             PERFORM UNTIL EOFWatchlist
                IF WS-LISTANEGRA-LINE IS NOT EQUAL TO SPACES THEN
                   IF WatchCount >= 3000 THEN
                      DISPLAY "ERROR: LISTANEGRA.DAT EXCEDE 3000 "
                         "ENTRADAS - SE OMITE " LN-NOMBRE
                   ELSE
                      ADD 1 TO WatchCount
                      MOVE LN-DNI    TO WE-DNI(WatchCount)
                      MOVE LN-NOMBRE TO WE-NOMBRE(WatchCount)
                      MOVE LN-FUENTE TO WE-FUENTE(WatchCount)
                      MOVE LN-FECHA  TO WE-FECHA(WatchCount)
                      MOVE LN-NOMBRE TO WS-NAME-WORK
                      PERFORM TokenizeName
                      MOVE WS-TOKEN-SET TO WE-TOKEN-SET(WatchCount)
                   END-IF
                END-IF
                READ WatchlistFile INTO WS-LISTANEGRA-LINE
                   AT END SET EOFWatchlist TO TRUE
                END-READ
             END-PERFORM
             CLOSE WatchlistFile
          END-IF
          SET WS-WATCH-LOADED TO TRUE
          DISPLAY "LOG: ENTRADAS EN LISTA DE CONTROL: " WatchCount.
       LoadClearances.
          MOVE ZERO TO ClearCount
          OPEN INPUT ClearanceFile
          IF NOT ClearanceFileOK THEN
             CLOSE ClearanceFile
          ELSE
             READ ClearanceFile INTO WS-LIBERADO-LINE
                AT END SET EOFClearance TO TRUE
             END-READ
             PERFORM UNTIL EOFClearance
                IF LB-DNI IS NOT EQUAL TO SPACES
                      AND ClearCount < 2000 THEN
                   ADD 1 TO ClearCount
                   MOVE LB-DNI   TO CE-DNI(ClearCount)
                   MOVE LB-FECHA TO CE-FECHA(ClearCount)
                END-IF
                READ ClearanceFile INTO WS-LIBERADO-LINE
                   AT END SET EOFClearance TO TRUE
                END-READ
             END-PERFORM
             CLOSE ClearanceFile
          END-IF.
       TokenizeName.
      *   MAYUSCULAS, SIN SIGNOS, Y HASTA SEIS PALABRAS.
          INSPECT WS-NAME-WORK CONVERTING
             "abcdefghijklmnopqrstuvwxyz.,-'/"
             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ     "
          MOVE SPACES TO WS-TOKEN-SET
          UNSTRING WS-NAME-WORK DELIMITED BY ALL SPACE
             INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)
                  WS-TOKEN(4) WS-TOKEN(5) WS-TOKEN(6)
          END-UNSTRING.
       TokenizeClientName.
          MOVE CL-NOMBRE TO WS-NAME-WORK
          PERFORM TokenizeName
          MOVE WS-TOKEN-SET TO WS-CLIENT-TOKEN-SET.
       MatchOneEntry.
          MOVE "N" TO WS-ENTRY-DNI-SW
          MOVE "N" TO WS-ENTRY-NAME-SW
          MOVE "N" TO WS-CLEARED-SW
          IF WE-DNI(WatchIdx) IS NOT EQUAL TO SPACES
                AND WE-DNI(WatchIdx) IS EQUAL TO CL-DNI THEN
             SET WS-ENTRY-DNI-HIT TO TRUE
          END-IF
          PERFORM CompareNames
          IF WS-ENTRY-DNI-HIT OR WS-ENTRY-NAME-HIT THEN
             PERFORM CheckCleared
          END-IF.
       CompareNames.
      *   COINCIDENCIA APROXIMADA: DOS O MAS PALABRAS SIGNIFICATIVAS
      *   (MAS DE DOS LETRAS) DEL NOMBRE EN LISTA APARECEN EN EL DEL
      *   CLIENTE EN CUALQUIER ORDEN, O LA UNICA QUE TIENE. UNA
      *   PALABRA DE CINCO LETRAS O MAS CUENTA AUNQUE DIFIERA EN UNA
      *   SOLA LETRA (ERRORES DE TRANSCRIPCION).
          MOVE ZERO TO WS-SIGNIF-COUNT
          MOVE ZERO TO WS-MATCH-COUNT
          PERFORM VARYING TokIdx FROM 1 BY 1 UNTIL TokIdx > 6
             MOVE WE-TOKEN(WatchIdx, TokIdx) TO WS-WATCH-TOKEN
             MOVE ZERO TO WS-TOKEN-LEN
             INSPECT WS-WATCH-TOKEN TALLYING WS-TOKEN-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
             IF WS-TOKEN-LEN > 2 THEN
                ADD 1 TO WS-SIGNIF-COUNT
                PERFORM FindTokenInClient
                IF WS-TOKEN-MATCHED THEN
                   ADD 1 TO WS-MATCH-COUNT
                END-IF
             END-IF
          END-PERFORM
          IF WS-MATCH-COUNT >= 2
                OR (WS-SIGNIF-COUNT = 1 AND WS-MATCH-COUNT = 1) THEN
             SET WS-ENTRY-NAME-HIT TO TRUE
          END-IF.
       FindTokenInClient.
          MOVE "N" TO WS-TOKEN-MATCH-SW
          PERFORM VARYING TokScan FROM 1 BY 1
             UNTIL TokScan > 6 OR WS-TOKEN-MATCHED
             IF WS-CLI-TOKEN(TokScan) IS EQUAL TO WS-WATCH-TOKEN THEN
                SET WS-TOKEN-MATCHED TO TRUE
             ELSE
                MOVE ZERO TO WS-TOKEN-LEN2
                INSPECT WS-CLI-TOKEN(TokScan) TALLYING WS-TOKEN-LEN2
                   FOR CHARACTERS BEFORE INITIAL SPACE
                IF WS-TOKEN-LEN2 = WS-TOKEN-LEN
                      AND WS-TOKEN-LEN >= 5 THEN
                   MOVE ZERO TO WS-DIFF-COUNT
                   PERFORM VARYING CharIdx FROM 1 BY 1
                      UNTIL CharIdx > WS-TOKEN-LEN
                      IF WS-CLI-TOKEN(TokScan)(CharIdx:1) IS NOT EQUAL
                            TO WS-WATCH-TOKEN(CharIdx:1) THEN
                         ADD 1 TO WS-DIFF-COUNT
                      END-IF
                   END-PERFORM
                   IF WS-DIFF-COUNT = 1 THEN
                      SET WS-TOKEN-MATCHED TO TRUE
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
       CheckCleared.
      *   LIBERADO SI CUMPLIMIENTO LO REVISO DESPUES DE LA FECHA DE
      *   INCLUSION EN LA LISTA.
          PERFORM VARYING ClearIdx FROM 1 BY 1
             UNTIL ClearIdx > ClearCount OR WS-HIT-CLEARED
             IF CE-DNI(ClearIdx) IS EQUAL TO CL-DNI
                   AND CE-FECHA(ClearIdx) >= WE-FECHA(WatchIdx) THEN
                SET WS-HIT-CLEARED TO TRUE
             END-IF
          END-PERFORM.
       RescreenClients.
      *   REFILTRO NOCTURNO DE TODA LA TABLA CLIENTES CONTRA LA LISTA
      *   VIGENTE. EL REPORTE PARA CUMPLIMIENTO TIENE UNA SECCION DE
      *   DNI EXACTO Y OTRA DE NOMBRE APROXIMADO; LOS CLIENTES ACTIVOS
      *   CON COINCIDENCIA NO LIBERADA PASAN A REVISION ('R').
          PERFORM LoadWatchlist
          PERFORM LoadClearances
          MOVE SPACES TO WS-HITS-FILENAME
          STRING "LNCOINCID_"  DELIMITED BY SIZE
                 WS-RUN-DATE   DELIMITED BY SIZE
                 ".DAT"        DELIMITED BY SIZE
             INTO WS-HITS-FILENAME
          OPEN OUTPUT HitsReportFile
          IF NOT HitsReportFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR " WS-HITS-FILENAME
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE WS-RUN-DATE TO HH-DATE
          WRITE HitsReportRecord FROM WS-HITS-HEADER
          MOVE "SECCION 1: COINCIDENCIA EXACTA POR DNI"
             TO WS-HITS-SECTION
          PERFORM WriteSectionHeader
          MOVE 1 TO WS-SCREEN-PASS
          PERFORM ScreenAllClients
          MOVE "TOTAL COINCIDENCIAS POR DNI:" TO HTT-LABEL
          MOVE WS-DNI-HIT-COUNT TO HTT-COUNT
          WRITE HitsReportRecord FROM WS-HITS-TOTAL
          MOVE "SECCION 2: COINCIDENCIA APROXIMADA POR NOMBRE"
             TO WS-HITS-SECTION
          PERFORM WriteSectionHeader
          MOVE 2 TO WS-SCREEN-PASS
          PERFORM ScreenAllClients
          MOVE "TOTAL COINCIDENCIAS POR NOMBRE:" TO HTT-LABEL
          MOVE WS-NAME-HIT-COUNT TO HTT-COUNT
          WRITE HitsReportRecord FROM WS-HITS-TOTAL
          PERFORM FlagHitClients
          MOVE SPACES TO HitsReportRecord
          WRITE HitsReportRecord
          MOVE "CLIENTES REVISADOS:" TO HTT-LABEL
          MOVE WS-SCREEN-COUNT TO HTT-COUNT
          WRITE HitsReportRecord FROM WS-HITS-TOTAL
          MOVE "CLIENTES PASADOS A REVISION:" TO HTT-LABEL
          MOVE WS-FLAGGED-COUNT TO HTT-COUNT
          WRITE HitsReportRecord FROM WS-HITS-TOTAL
          CLOSE HitsReportFile
          DISPLAY "CLIENTES REVISADOS        : " WS-SCREEN-COUNT
          DISPLAY "COINCIDENCIAS POR DNI     : " WS-DNI-HIT-COUNT
          DISPLAY "COINCIDENCIAS POR NOMBRE  : " WS-NAME-HIT-COUNT
          DISPLAY "PASADOS A REVISION        : " WS-FLAGGED-COUNT
          PERFORM WriteScreenControlFigures.
       WriteSectionHeader.
          MOVE SPACES TO HitsReportRecord
          WRITE HitsReportRecord
          WRITE HitsReportRecord FROM WS-HITS-SECTION
          WRITE HitsReportRecord FROM WS-HITS-COLUMNS.
       ScreenAllClients.
          EXEC SQL
             DECLARE C2 CURSOR FOR
             SELECT dniclien, nomclien, estclien
             FROM clientes
             WHERE estclien <> 'C'
             ORDER BY dniclien
          END-EXEC
          EXEC SQL
             OPEN C2
          END-EXEC
          EXEC SQL
             FETCH C2 INTO :CL-DNI, :CL-NOMBRE, :CL-ESTADO
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             IF ExactDniPass THEN
                ADD 1 TO WS-SCREEN-COUNT
             END-IF
             PERFORM TokenizeClientName
             PERFORM VARYING WatchIdx FROM 1 BY 1
                UNTIL WatchIdx > WatchCount
                PERFORM MatchOneEntry
                IF ExactDniPass AND WS-ENTRY-DNI-HIT THEN
                   ADD 1 TO WS-DNI-HIT-COUNT
                   PERFORM WriteHitLine
                END-IF
                IF FuzzyNamePass AND WS-ENTRY-NAME-HIT
                      AND NOT WS-ENTRY-DNI-HIT THEN
                   ADD 1 TO WS-NAME-HIT-COUNT
                   PERFORM WriteHitLine
                END-IF
             END-PERFORM
             EXEC SQL
                FETCH C2 INTO :CL-DNI, :CL-NOMBRE, :CL-ESTADO
             END-EXEC
          END-PERFORM
          EXEC SQL
             CLOSE C2
          END-EXEC.
       WriteHitLine.
          MOVE CL-DNI               TO HT-DNI
          MOVE CL-NOMBRE            TO HT-NOMBRE
          MOVE WE-NOMBRE(WatchIdx)  TO HT-LNOMBRE
          MOVE WE-FUENTE(WatchIdx)  TO HT-FUENTE
          MOVE WE-FECHA(WatchIdx)   TO HT-FECHA
          EVALUATE TRUE
             WHEN WS-HIT-CLEARED
                MOVE "LIBERADO"     TO HT-ACCION
             WHEN ClientPendingReview
                MOVE "EN REVISION"  TO HT-ACCION
             WHEN OTHER
                MOVE "A REVISION"   TO HT-ACCION
                PERFORM QueueFlag
          END-EVALUATE
          WRITE HitsReportRecord FROM WS-HIT-LINE.
       QueueFlag.
      *   EL CAMBIO DE ESTADO SE APLICA AL CERRAR LOS CURSORES, UNA VEZ
      *   POR CLIENTE.
          MOVE "N" TO WS-TOKEN-MATCH-SW
          PERFORM VARYING FlagIdx FROM 1 BY 1
             UNTIL FlagIdx > FlagCount OR WS-TOKEN-MATCHED
             IF FE-DNI(FlagIdx) IS EQUAL TO CL-DNI THEN
                SET WS-TOKEN-MATCHED TO TRUE
             END-IF
          END-PERFORM
          IF NOT WS-TOKEN-MATCHED THEN
             IF FlagCount >= 2000 THEN
                DISPLAY "ERROR: DEMASIADOS CLIENTES A REVISION - "
                   "SE OMITE " CL-DNI
             ELSE
                ADD 1 TO FlagCount
                MOVE CL-DNI TO FE-DNI(FlagCount)
                MOVE WE-FUENTE(WatchIdx) TO FE-FUENTE(FlagCount)
             END-IF
          END-IF.
       FlagHitClients.
          PERFORM VARYING FlagIdx FROM 1 BY 1
             UNTIL FlagIdx > FlagCount
             MOVE FE-DNI(FlagIdx) TO CL-DNI
             MOVE FE-FUENTE(FlagIdx) TO WS-HIT-FUENTE
             SET ClientPendingReview TO TRUE
             EXEC SQL
                UPDATE clientes SET estclien=:CL-ESTADO
                WHERE dniclien=:CL-DNI AND estclien='A'
             END-EXEC
             IF SQLCODE IS EQUAL TO ZERO THEN
                PERFORM CommitTxn
                ADD 1 TO WS-FLAGGED-COUNT
                PERFORM LogWatchlistHit
             ELSE
                IF SQLCODE IS NOT EQUAL TO 100 THEN
                   PERFORM HandlingErrors
                   EXEC SQL ROLLBACK WORK END-EXEC
                END-IF
             END-IF
          END-PERFORM.
       ClearReviewedClient.
      *   CUMPLIMIENTO LIBERA AL CLIENTE REVISADO: VUELVE A ACTIVO Y
      *   QUEDA CONSTANCIA EN LNLIBERADOS.DAT DE QUIEN Y CUANDO, PARA
      *   QUE EL REFILTRO NO LO VUELVA A MARCAR POR LA MISMA ENTRADA.
          DISPLAY "========================================="
          DISPLAY "LIBERACION DE CLIENTE EN REVISION: " CQ-DNI
          IF CQ-OPERADOR IS EQUAL TO SPACES THEN
             DISPLAY "ERROR: FALTA EL OPERADOR QUE LIBERA"
             MOVE 1 TO RETURN-CODE
          ELSE
             MOVE CQ-DNI TO CL-DNI
             SET ClientActive TO TRUE
             EXEC SQL
                UPDATE clientes SET estclien=:CL-ESTADO
                WHERE dniclien=:CL-DNI AND estclien='R'
             END-EXEC
             EVALUATE SQLCODE
                WHEN ZERO
                   PERFORM CommitTxn
                   MOVE SPACES TO WS-LIBERADO-LINE
                   MOVE CQ-DNI      TO LB-DNI
                   MOVE WS-RUN-DATE TO LB-FECHA
                   MOVE CQ-OPERADOR TO LB-OPERADOR
                   OPEN EXTEND ClearanceFile
                   IF NOT ClearanceFileOK THEN
                      CLOSE ClearanceFile
                      OPEN OUTPUT ClearanceFile
                   END-IF
                   WRITE ClearanceBuffer FROM WS-LIBERADO-LINE
                   CLOSE ClearanceFile
                   DISPLAY "MESSAGE: CLIENTE LIBERADO POR " CQ-OPERADOR
                WHEN 100
                   DISPLAY "ERROR: EL CLIENTE " CQ-DNI
                      " NO ESTA PENDIENTE DE REVISION"
                   MOVE 1 TO RETURN-CODE
                WHEN OTHER
                   PERFORM HandlingErrors
             END-EVALUATE
          END-IF
          DISPLAY "=========================================".
       RegisterDeceased.
      *   FALLECIMIENTO DEL TITULAR: EN UNA SOLA UNIDAD DE TRABAJO EL
      *   CLIENTE PASA A FALLECIDO ('F'), SUS CUENTAS NO CERRADAS A
      *   RETENCION JUDICIAL ('J') CON EL INTERES DEVENGADO HASTA LA
      *   DEFUNCION YA ABONADO, Y SUS TARJETAS VIGENTES A RETENIDAS
      *   ('T') PARA QUE LA LISTA CALIENTE ORDENE CAPTURARLAS. CON EL
      *   COMMIT CONFIRMADO SE SUSPENDEN SUS ORDENES PROGRAMADAS, SE
      *   EMITE EL CERTIFICADO DE SALDOS PARA LA NOTARIA Y SE ABRE LA
      *   SUCESION EN FALLECIDOS.DAT.
          DISPLAY "========================================="
          DISPLAY "REGISTRO DE FALLECIMIENTO: " FQ-DNI " FECHA "
             FQ-FECHA
          MOVE SPACES TO WS-ESTATE-ERROR
          MOVE FQ-DNI TO CL-DNI
          PERFORM ValidateDeceased
          IF WS-ESTATE-ERROR IS EQUAL TO SPACES THEN
             PERFORM LoadInterestRate
          END-IF
          IF WS-ESTATE-ERROR IS EQUAL TO SPACES THEN
             PERFORM LoadProductRates
             PERFORM LoadEstateAccounts
          END-IF
          IF WS-ESTATE-ERROR IS EQUAL TO SPACES THEN
             PERFORM VARYING EstateIdx FROM 1 BY 1
                UNTIL EstateIdx > EstateCount
                   OR WS-ESTATE-ERROR IS NOT EQUAL TO SPACES
                PERFORM ValueAtDeath
             END-PERFORM
          END-IF
          IF WS-ESTATE-ERROR IS EQUAL TO SPACES THEN
             PERFORM LoadClientCards
          END-IF
          IF WS-ESTATE-ERROR IS EQUAL TO SPACES THEN
             PERFORM BuildMovementDate
             PERFORM BlockDeceasedClient
          END-IF
          IF WS-ESTATE-ERROR IS EQUAL TO SPACES THEN
             PERFORM RecordCardBlocks
             PERFORM SuspendStandingOrders
             PERFORM WriteEstateCertificate
             MOVE SPACES TO WS-FALLEC-LINE
             MOVE CL-DNI        TO FA-DNI
             MOVE WS-DEATH-DATE TO FA-FALLECIMIENTO
             MOVE WS-RUN-DATE   TO FA-FECHA
             MOVE FQ-OPERADOR   TO FA-OPERADOR
             SET SucesionBloqueada TO TRUE
             MOVE WS-TOTAL-PEN  TO FA-TOTAL-PEN
             MOVE WS-TOTAL-USD  TO FA-TOTAL-USD
             PERFORM AppendDeceasedLine
             MOVE "Practica2Clientes"  TO EXLOG-PROGRAM
             MOVE "FALLECIDO"          TO EXLOG-CODETYPE
             MOVE FQ-FECHA             TO EXLOG-CODEVALUE
             MOVE SPACES               TO EXLOG-KEYVALUE
             STRING CL-DNI DELIMITED BY SIZE
                    SPACE DELIMITED BY SIZE
                    FQ-OPERADOR DELIMITED BY SIZE
                INTO EXLOG-KEYVALUE
             PERFORM LogException
             DISPLAY "CUENTAS RETENIDAS     : " WS-ACCT-BLOCKED
             DISPLAY "TARJETAS RETENIDAS    : " CardCount
             DISPLAY "ORDENES SUSPENDIDAS   : " WS-ORDERS-SUSPENDED
             DISPLAY "CERTIFICADO EMITIDO   : " WS-CERT-FILENAME
             DISPLAY "MESSAGE: FALLECIMIENTO REGISTRADO POR "
                FQ-OPERADOR
          ELSE
             DISPLAY "ERROR: " WS-ESTATE-ERROR
             MOVE 1 TO RETURN-CODE
          END-IF
          DISPLAY "=========================================".
       ValidateDeceased.
          EVALUATE TRUE
             WHEN FQ-OPERADOR IS EQUAL TO SPACES
                MOVE "FALTA EL OPERADOR QUE REGISTRA"
                   TO WS-ESTATE-ERROR
             WHEN FQ-FECHA IS NOT NUMERIC
                MOVE "FECHA DE DEFUNCION INVALIDA" TO WS-ESTATE-ERROR
             WHEN OTHER
                PERFORM CheckDeathDate
          END-EVALUATE
          IF WS-ESTATE-ERROR IS EQUAL TO SPACES THEN
             EXEC SQL
                SELECT nomclien, estclien
                INTO :CL-NOMBRE, :CL-ESTADO
                FROM clientes
                WHERE dniclien=:CL-DNI
             END-EXEC
             EVALUATE TRUE
                WHEN SQLCODE IS EQUAL TO 100
                   MOVE "CLIENTE NO REGISTRADO" TO WS-ESTATE-ERROR
                WHEN SQLCODE IS NOT EQUAL TO ZERO
                   PERFORM HandlingErrors
                   MOVE "ERROR AL LEER EL CLIENTE" TO WS-ESTATE-ERROR
                WHEN ClientDeceased
                   MOVE "EL FALLECIMIENTO YA ESTA REGISTRADO"
                      TO WS-ESTATE-ERROR
                WHEN ClientClosed
                   MOVE "EL CLIENTE ESTA DADO DE BAJA"
                      TO WS-ESTATE-ERROR
             END-EVALUATE
          END-IF.
       CheckDeathDate.
          MOVE FQ-FECHA TO WS-DEATH-DATE
          IF WS-DEATH-MONTH < 1 OR WS-DEATH-MONTH > 12 THEN
             MOVE "FECHA DE DEFUNCION INVALIDA" TO WS-ESTATE-ERROR
          ELSE
             PERFORM ComputeDaysInMonth
             EVALUATE TRUE
                WHEN WS-DEATH-DAY < 1
                   OR WS-DEATH-DAY > WS-DAYS-IN-MONTH
                   MOVE "FECHA DE DEFUNCION INVALIDA"
                      TO WS-ESTATE-ERROR
                WHEN WS-DEATH-DATE > WS-RUN-DATE
                   MOVE "FECHA DE DEFUNCION POSTERIOR AL PROCESO"
                      TO WS-ESTATE-ERROR
                WHEN OTHER
                   PERFORM BuildDeathDates
             END-EVALUATE
          END-IF.
       ComputeDaysInMonth.
          EVALUATE WS-DEATH-MONTH
             WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                MOVE 31 TO WS-DAYS-IN-MONTH
             WHEN 4 WHEN 6 WHEN 9 WHEN 11
                MOVE 30 TO WS-DAYS-IN-MONTH
             WHEN 2
                DIVIDE WS-DEATH-YEAR BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-4
                DIVIDE WS-DEATH-YEAR BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-100
                DIVIDE WS-DEATH-YEAR BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-400
                IF WS-LEAP-REM-4 IS EQUAL TO ZERO
                      AND (WS-LEAP-REM-100 IS NOT EQUAL TO ZERO
                           OR WS-LEAP-REM-400 IS EQUAL TO ZERO) THEN
                   MOVE 29 TO WS-DAYS-IN-MONTH
                ELSE
                   MOVE 28 TO WS-DAYS-IN-MONTH
                END-IF
          END-EVALUATE.
       BuildDeathDates.
      *   FECHA DE DEFUNCION Y PRIMER Y ULTIMO DIA DE ESE MES CON EL
      *   FORMATO DE FECMOV.
          MOVE SPACES TO MV-FALLEC
          STRING WS-DEATH-DATE(1:4) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-DEATH-DATE(5:2) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-DEATH-DATE(7:2) DELIMITED BY SIZE
             INTO MV-FALLEC
          MOVE MV-FALLEC TO MV-MES-INICIO
          MOVE "01" TO MV-MES-INICIO(9:2)
          MOVE MV-FALLEC TO MV-MES-FIN
          MOVE WS-DAYS-IN-MONTH TO MV-MES-FIN(9:2).
       BuildMovementDate.
          MOVE SPACES TO TR-FECMOV
          STRING WS-RUN-DATE(1:4) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-RUN-DATE(5:2) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-RUN-DATE(7:2) DELIMITED BY SIZE
             INTO TR-FECMOV.
       LoadInterestRate.
          OPEN INPUT RateFile
          IF RateFileOK THEN
             READ RateFile INTO WS-RATE-LINE
                AT END CONTINUE
             END-READ
             CLOSE RateFile
          END-IF
          IF TASA-MENSUAL IS EQUAL TO ZERO THEN
             MOVE "SIN TASA EN TASAINTERES.DAT" TO WS-ESTATE-ERROR
          END-IF.
       LoadProductRates.
          MOVE ZERO TO ProductCount
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
          END-IF.
       LoadEstateAccounts.
          MOVE ZERO TO EstateCount
          EXEC SQL
             DECLARE C3 CURSOR FOR
             SELECT codcuent, saldoact, COALESCE(moncuent, 'PEN'),
                COALESCE(codprod, ' '), COALESCE(sucursal, '0001'),
                cdata, estcuent
             FROM cuenta
             WHERE docclien=:CL-DNI AND estcuent <> 'C'
             ORDER BY codcuent
          END-EXEC
          EXEC SQL
             OPEN C3
          END-EXEC
          EXEC SQL
             FETCH C3 INTO :EA-CUENTA, :EA-SALDO, :EA-MONEDA,
                :EA-PRODUCTO, :EA-SUCURSAL, :EA-CDATA, :EA-ESTADO
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             IF EstateCount >= 50 THEN
                MOVE "EL CAUSANTE TIENE MAS DE 50 CUENTAS"
                   TO WS-ESTATE-ERROR
                EXIT PERFORM
             END-IF
             ADD 1 TO EstateCount
             IF EA-MONEDA IS EQUAL TO SPACES THEN
                MOVE "PEN" TO EA-MONEDA
             END-IF
             MOVE EA-CUENTA   TO ES-CUENTA(EstateCount)
             MOVE EA-SALDO    TO ES-SALDO(EstateCount)
             MOVE EA-MONEDA   TO ES-MONEDA(EstateCount)
             MOVE EA-PRODUCTO TO ES-PRODUCTO(EstateCount)
             MOVE EA-SUCURSAL TO ES-SUCURSAL(EstateCount)
             MOVE EA-CDATA    TO ES-CDATA(EstateCount)
             MOVE ZERO        TO ES-SALDO-FALLEC(EstateCount)
             MOVE ZERO        TO ES-INTERES(EstateCount)
             MOVE "N"         TO ES-ABONA(EstateCount)
             MOVE ZERO        TO ES-HEREDEROS(EstateCount)
      *      COMO EN Practica2Intereses, SOLO DEVENGAN LAS ACTIVAS.
             IF AccountActive THEN
                PERFORM FindProductRate
             ELSE
                MOVE ZERO TO ES-TASA(EstateCount)
             END-IF
             EXEC SQL
                FETCH C3 INTO :EA-CUENTA, :EA-SALDO, :EA-MONEDA,
                   :EA-PRODUCTO, :EA-SUCURSAL, :EA-CDATA,
                   :EA-ESTADO
             END-EXEC
          END-PERFORM
          EXEC SQL
             CLOSE C3
          END-EXEC
          DISPLAY "LOG: CUENTAS ABIERTAS DEL CAUSANTE: " EstateCount.
       FindProductRate.
          MOVE TASA-MENSUAL TO ES-TASA(EstateCount)
          IF EA-PRODUCTO IS NOT EQUAL TO SPACES THEN
             PERFORM VARYING ProductIdx FROM 1 BY 1
                UNTIL ProductIdx > ProductCount
                IF PT-CODIGO(ProductIdx) IS EQUAL TO EA-PRODUCTO THEN
                   MOVE PT-TASA(ProductIdx) TO ES-TASA(EstateCount)
                   EXIT PERFORM
                END-IF
             END-PERFORM
          END-IF.
       ValueAtDeath.
      *   SALDO A LA FECHA DE DEFUNCION: EL ACTUAL MENOS EL NETO DE
      *   LO ASENTADO DESPUES, CON EL SIGNO DE CADA TIPO DE MOVIMIENTO
      *   COMO EN Practica2Variacion. EL INTERES DEL MES DE DEFUNCION
      *   SE DEVENGA POR LOS DIAS CORRIDOS HASTA ESA FECHA, SALVO QUE
      *   EL DEVENGO MENSUAL YA LO HUBIERA PAGADO ANTES; SI LO PAGO
      *   DESPUES (CON LA CUENTA AUN ACTIVA) NO SE VUELVE A ABONAR.
          MOVE ES-CUENTA(EstateIdx) TO EA-CUENTA
          MOVE ZERO TO WS-POSTED-NET
          EXEC SQL
             DECLARE C4 CURSOR FOR
             SELECT montomov, tipomov
             FROM movcuenta
             WHERE docclien=:CL-DNI AND codcuent=:EA-CUENTA
               AND fecmov > :MV-FALLEC
          END-EXEC
          EXEC SQL
             OPEN C4
          END-EXEC
          EXEC SQL
             FETCH C4 INTO :MV-MONTO, :MV-TIPOMOV
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             PERFORM SignOfMovement
             COMPUTE WS-POSTED-NET =
                WS-POSTED-NET + WS-SIGN * MV-MONTO
             EXEC SQL
                FETCH C4 INTO :MV-MONTO, :MV-TIPOMOV
             END-EXEC
          END-PERFORM
          IF SQLCODE IS NOT EQUAL TO 100 THEN
             PERFORM HandlingErrors
             MOVE "ERROR AL LEER MOVIMIENTOS" TO WS-ESTATE-ERROR
          END-IF
          EXEC SQL
             CLOSE C4
          END-EXEC
          COMPUTE ES-SALDO-FALLEC(EstateIdx) ROUNDED =
             ES-SALDO(EstateIdx) - WS-POSTED-NET
          MOVE ZERO TO MV-COUNT
          EXEC SQL
             SELECT COUNT(*) INTO :MV-COUNT
             FROM movcuenta
             WHERE docclien=:CL-DNI AND codcuent=:EA-CUENTA
               AND tipomov='INTERES'
               AND fecmov >= :MV-MES-INICIO AND fecmov <= :MV-FALLEC
          END-EXEC
          IF MV-COUNT IS GREATER THAN ZERO
                OR ES-SALDO-FALLEC(EstateIdx) IS NOT GREATER THAN ZERO
             THEN
             MOVE ZERO TO ES-INTERES(EstateIdx)
          ELSE
             COMPUTE ES-INTERES(EstateIdx) ROUNDED =
                ES-SALDO-FALLEC(EstateIdx) * ES-TASA(EstateIdx)
                * WS-DEATH-DAY / WS-DAYS-IN-MONTH
             MOVE ZERO TO MV-COUNT
             EXEC SQL
                SELECT COUNT(*) INTO :MV-COUNT
                FROM movcuenta
                WHERE docclien=:CL-DNI AND codcuent=:EA-CUENTA
                  AND tipomov='INTERES'
                  AND fecmov > :MV-FALLEC AND fecmov <= :MV-MES-FIN
             END-EXEC
             IF MV-COUNT IS EQUAL TO ZERO THEN
                MOVE "S" TO ES-ABONA(EstateIdx)
             END-IF
          END-IF.
       SignOfMovement.
      *   EXTORNO LLEVA SU SIGNO EN EL PROPIO TIPO (EXTORNO+
      *   ABONA, EXTORNO- CARGA).
          EVALUATE MV-TIPOMOV
             WHEN "RETIRO"
             WHEN "COMPRA"
             WHEN "PAGO"
             WHEN "TRANSFEGR"
             WHEN "AJUSTE-"
             WHEN "COMISION"
             WHEN "IMPUESTO"
             WHEN "TRFBANCEGR"
             WHEN "EMBARGO"
             WHEN "INTSOBREG"
             WHEN "PLANILLAEG"
             WHEN "PFAPERTURA"
             WHEN "PRCAPITAL"
             WHEN "PRINTERES"
             WHEN "PRMORA"
             WHEN "RECAUDO"
             WHEN "DEPCTSEGR"
             WHEN "VENTRETIRO"
             WHEN "VENTPAGEGR"
             WHEN "DEVCHEQUE"
             WHEN "BARRIDOEGR"
             WHEN "EXTORNO-"
                MOVE -1 TO WS-SIGN
             WHEN OTHER
                MOVE 1 TO WS-SIGN
          END-EVALUATE.
       LoadClientCards.
      *   TARJETAS VIGENTES O EN EMISION; LAS YA BLOQUEADAS POR
      *   PERDIDA, ROBO O RETENCION CONSERVAN SU ESTADO.
          MOVE ZERO TO CardCount
          EXEC SQL
             DECLARE C5 CURSOR FOR
             SELECT numtarj
             FROM tarjetas
             WHERE dniclien=:CL-DNI
               AND esttarj NOT IN ('C', 'P', 'R', 'T')
             ORDER BY numtarj
          END-EXEC
          EXEC SQL
             OPEN C5
          END-EXEC
          EXEC SQL
             FETCH C5 INTO :TA-CARD
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             IF CardCount >= 50 THEN
                MOVE "EL CAUSANTE TIENE MAS DE 50 TARJETAS"
                   TO WS-ESTATE-ERROR
                EXIT PERFORM
             END-IF
             ADD 1 TO CardCount
             MOVE TA-CARD TO TJ-CARD(CardCount)
             EXEC SQL
                FETCH C5 INTO :TA-CARD
             END-EXEC
          END-PERFORM
          EXEC SQL
             CLOSE C5
          END-EXEC.
       BlockDeceasedClient.
          SET WS-ESTATE-OK TO TRUE
          SET ClientDeceased TO TRUE
          EXEC SQL
             UPDATE clientes SET estclien=:CL-ESTADO
             WHERE dniclien=:CL-DNI AND estclien <> 'F'
          END-EXEC
          IF SQLCODE IS NOT EQUAL TO ZERO THEN
             PERFORM HandlingErrors
             SET WS-ESTATE-BAD TO TRUE
          END-IF
          PERFORM VARYING EstateIdx FROM 1 BY 1
             UNTIL EstateIdx > EstateCount OR WS-ESTATE-BAD
             PERFORM HoldEstateAccount
          END-PERFORM
          MOVE "T" TO TA-ESTADO
          PERFORM VARYING CardIdx FROM 1 BY 1
             UNTIL CardIdx > CardCount OR WS-ESTATE-BAD
             MOVE TJ-CARD(CardIdx) TO TA-CARD
             EXEC SQL
                UPDATE tarjetas SET esttarj=:TA-ESTADO
                WHERE numtarj=:TA-CARD AND esttarj <> 'C'
             END-EXEC
             IF SQLCODE IS NOT EQUAL TO ZERO THEN
                PERFORM HandlingErrors
                SET WS-ESTATE-BAD TO TRUE
             END-IF
          END-PERFORM
          IF WS-ESTATE-OK THEN
             PERFORM CommitTxn
             IF SQLCODE IS NOT EQUAL TO ZERO THEN
                SET WS-ESTATE-BAD TO TRUE
             END-IF
          END-IF
          IF WS-ESTATE-BAD THEN
             EXEC SQL ROLLBACK WORK END-EXEC
             MOVE "ERROR SQL - NO SE APLICO NINGUN CAMBIO"
                TO WS-ESTATE-ERROR
          END-IF.
       HoldEstateAccount.
      *   EL INTERES DEVENGADO SE ASIENTA CON FECHA DE PROCESO, COMO
      *   EL DEVENGO MENSUAL; LA CUENTA RETENIDA YA NO DEVENGA MAS.
          MOVE ES-CUENTA(EstateIdx)   TO EA-CUENTA
          MOVE ES-SUCURSAL(EstateIdx) TO EA-SUCURSAL
          IF ES-ABONA(EstateIdx) IS EQUAL TO "S"
                AND ES-INTERES(EstateIdx) IS GREATER THAN ZERO THEN
             MOVE ES-INTERES(EstateIdx) TO TR-MONTO
             EXEC SQL
                INSERT INTO movcuenta
                   (docclien, codcuent, fecmov, montomov, tipomov,
                    sucursal)
                VALUES
                   (:CL-DNI, :EA-CUENTA, :TR-FECMOV, :TR-MONTO,
                    'INTERES', :EA-SUCURSAL)
             END-EXEC
             IF SQLCODE IS EQUAL TO ZERO THEN
                EXEC SQL
                   UPDATE cuenta
                   SET saldoact = saldoact + :TR-MONTO,
                       fecmod = CURRENT TIMESTAMP
                   WHERE docclien=:CL-DNI AND codcuent=:EA-CUENTA
                END-EXEC
             END-IF
             IF SQLCODE IS NOT EQUAL TO ZERO THEN
                PERFORM HandlingErrors
                SET WS-ESTATE-BAD TO TRUE
             END-IF
          END-IF
          IF WS-ESTATE-OK THEN
             EXEC SQL
                UPDATE cuenta SET estcuent='J'
                WHERE docclien=:CL-DNI AND codcuent=:EA-CUENTA
             END-EXEC
             IF SQLCODE IS EQUAL TO ZERO THEN
                ADD 1 TO WS-ACCT-BLOCKED
             ELSE
                PERFORM HandlingErrors
                SET WS-ESTATE-BAD TO TRUE
             END-IF
          END-IF.
       RecordCardBlocks.
      *   UNA LINEA POR TARJETA EN TARJBLOQ.DAT, COMO LOS BLOQUEOS DE
      *   Practica2Tarjetas, CON EL OPERADOR QUE REGISTRO LA DEFUNCION.
          IF CardCount IS GREATER THAN ZERO THEN
             OPEN EXTEND CardBlockFile
             IF NOT CardBlockFileOK THEN
                CLOSE CardBlockFile
                OPEN OUTPUT CardBlockFile
             END-IF
             PERFORM VARYING CardIdx FROM 1 BY 1
                UNTIL CardIdx > CardCount
                MOVE SPACES TO WS-TARJBLOQ-LINE
                MOVE TJ-CARD(CardIdx) TO TB-CARD
                SET BloqueoRetencion TO TRUE
                ACCEPT TB-FECHA FROM DATE YYYYMMDD
                ACCEPT WS-BLOCK-TIME FROM TIME
                MOVE WS-BLOCK-TIME(1:4) TO TB-HORA
                MOVE FQ-OPERADOR TO TB-OPERADOR
                WRITE CardBlockBuffer FROM WS-TARJBLOQ-LINE
             END-PERFORM
             CLOSE CardBlockFile
          END-IF.
       SuspendStandingOrders.
      *   LAS ORDENES ACTIVAS QUE CARGAN O ABONAN AL CAUSANTE QUEDAN
      *   SUSPENDIDAS: ORDENESPROG.DAT SE REESCRIBE EN
      *   ORDENESFALLEC.DAT Y SE COPIA DE VUELTA.
          MOVE ZERO TO WS-ORDERS-SUSPENDED
          OPEN INPUT OrdersFile
          IF NOT OrdersFileOK THEN
             CLOSE OrdersFile
             DISPLAY "LOG: NO HAY ORDENESPROG.DAT - SIN ORDENES"
          ELSE
             OPEN OUTPUT NewOrdersFile
             READ OrdersFile INTO WS-ORDER-LINE
                AT END SET EOFOrdersFile TO TRUE
             END-READ
             PERFORM UNTIL EOFOrdersFile
                IF OrdenActiva AND (OP-SDOC IS EQUAL TO CL-DNI
                      OR OP-TDOC IS EQUAL TO CL-DNI) THEN
                   SET OrdenSuspendida TO TRUE
                   ADD 1 TO WS-ORDERS-SUSPENDED
                END-IF
                WRITE NewOrdersRecord FROM WS-ORDER-LINE
                READ OrdersFile INTO WS-ORDER-LINE
                   AT END SET EOFOrdersFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE OrdersFile
             CLOSE NewOrdersFile
             IF WS-ORDERS-SUSPENDED IS GREATER THAN ZERO THEN
                OPEN INPUT CopyOrdersFile
                OPEN OUTPUT OrdersFile
                READ CopyOrdersFile
                   AT END SET EOFCopyOrders TO TRUE
                END-READ
                PERFORM UNTIL EOFCopyOrders
                   WRITE OrdersBuffer FROM CopyOrdersBuffer
                   READ CopyOrdersFile
                      AT END SET EOFCopyOrders TO TRUE
                   END-READ
                END-PERFORM
                CLOSE CopyOrdersFile
                CLOSE OrdersFile
             END-IF
          END-IF.
       WriteEstateCertificate.
      *   CERTIFICADO PARA LA NOTARIA: POR CUENTA, EL SALDO A LA FECHA
      *   DE DEFUNCION, EL INTERES DEVENGADO HASTA ESA FECHA Y SU
      *   SUMA, CON EL TOTAL DE CADA MONEDA.
          MOVE ZERO TO WS-TOTAL-PEN
          MOVE ZERO TO WS-TOTAL-USD
          PERFORM VARYING EstateIdx FROM 1 BY 1
             UNTIL EstateIdx > EstateCount
             IF ES-MONEDA(EstateIdx) IS EQUAL TO "USD" THEN
                COMPUTE WS-TOTAL-USD = WS-TOTAL-USD
                   + ES-SALDO-FALLEC(EstateIdx) + ES-INTERES(EstateIdx)
             ELSE
                COMPUTE WS-TOTAL-PEN = WS-TOTAL-PEN
                   + ES-SALDO-FALLEC(EstateIdx) + ES-INTERES(EstateIdx)
             END-IF
          END-PERFORM
          MOVE SPACES TO WS-CERT-FILENAME
          STRING "CERTSUCESION_" DELIMITED BY SIZE
                 CL-DNI          DELIMITED BY SIZE
                 ".DAT"          DELIMITED BY SIZE
             INTO WS-CERT-FILENAME
          OPEN OUTPUT CertificateFile
          IF NOT CertificateFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR " WS-CERT-FILENAME
             MOVE 1 TO RETURN-CODE
          ELSE
             MOVE "CERTIFICADO DE SALDOS A LA FECHA DE DEFUNCION"
                TO CertificateRecord
             WRITE CertificateRecord
             MOVE SPACES TO WS-CERT-TEXT
             STRING "CAUSANTE          : " DELIMITED BY SIZE
                    CL-DNI DELIMITED BY SIZE
                    SPACE DELIMITED BY SIZE
                    CL-NOMBRE DELIMITED BY SIZE
                INTO WS-CERT-TEXT
             WRITE CertificateRecord FROM WS-CERT-TEXT
             MOVE SPACES TO WS-CERT-TEXT
             STRING "FECHA DE DEFUNCION: " DELIMITED BY SIZE
                    WS-DEATH-DATE DELIMITED BY SIZE
                    "   EMITIDO: " DELIMITED BY SIZE
                    WS-RUN-DATE DELIMITED BY SIZE
                INTO WS-CERT-TEXT
             WRITE CertificateRecord FROM WS-CERT-TEXT
             MOVE SPACES TO CertificateRecord
             WRITE CertificateRecord
             WRITE CertificateRecord FROM WS-CERT-COLUMNS
             PERFORM VARYING EstateIdx FROM 1 BY 1
                UNTIL EstateIdx > EstateCount
                MOVE ES-CUENTA(EstateIdx)       TO CS-CUENTA
                MOVE ES-MONEDA(EstateIdx)       TO CS-MONEDA
                MOVE ES-SALDO-FALLEC(EstateIdx) TO CS-SALDO
                MOVE ES-INTERES(EstateIdx)      TO CS-INTERES
                COMPUTE CS-TOTAL = ES-SALDO-FALLEC(EstateIdx)
                   + ES-INTERES(EstateIdx)
                WRITE CertificateRecord FROM WS-CERT-LINE
             END-PERFORM
             MOVE SPACES TO CertificateRecord
             WRITE CertificateRecord
             MOVE "PEN" TO CST-MONEDA
             MOVE WS-TOTAL-PEN TO CST-TOTAL
             WRITE CertificateRecord FROM WS-CERT-TOTAL
             MOVE "USD" TO CST-MONEDA
             MOVE WS-TOTAL-USD TO CST-TOTAL
             WRITE CertificateRecord FROM WS-CERT-TOTAL
             MOVE SPACES TO CertificateRecord
             WRITE CertificateRecord
             MOVE SPACES TO WS-CERT-TEXT
             STRING "INTERES DEVENGADO HASTA EL DIA " DELIMITED BY SIZE
                    WS-DEATH-DAY DELIMITED BY SIZE
                    " DEL MES DE DEFUNCION" DELIMITED BY SIZE
                INTO WS-CERT-TEXT
             WRITE CertificateRecord FROM WS-CERT-TEXT
             MOVE SPACES TO WS-CERT-TEXT
             STRING "CUENTAS Y TARJETAS RETENIDAS EL " DELIMITED BY SIZE
                    WS-RUN-DATE DELIMITED BY SIZE
                    " - OPERADOR " DELIMITED BY SIZE
                    FQ-OPERADOR DELIMITED BY SIZE
                INTO WS-CERT-TEXT
             WRITE CertificateRecord FROM WS-CERT-TEXT
             CLOSE CertificateFile
          END-IF.
       AppendDeceasedLine.
          OPEN EXTEND DeceasedFile
          IF NOT DeceasedFileOK THEN
             CLOSE DeceasedFile
             OPEN OUTPUT DeceasedFile
          END-IF
          WRITE DeceasedBuffer FROM WS-FALLEC-LINE
          CLOSE DeceasedFile.
       DistributeEstate.
      *   DISTRIBUCION DE LA SUCESION SEGUN LA DECLARATORIA DE
      *   HEREDEROS (HEREDEROS.DAT), CON OPERADOR Y APROBADOR
      *   DISTINTOS: CADA CUENTA DEL CAUSANTE SE REPARTE POR
      *   TRANSFERENCIA A LAS CUENTAS DE LOS HEREDEROS EN SU MONEDA
      *   (EL ULTIMO RECIBE EL RESTO DEL REDONDEO) Y SE CIERRA; EL
      *   CLIENTE QUEDA DADO DE BAJA. TODO VIAJA EN UNA SOLA UNIDAD DE
      *   TRABAJO: ANTE CUALQUIER FALLO NO SE APLICA NADA Y SE PUEDE
      *   VOLVER A LANZAR.
          DISPLAY "========================================="
          DISPLAY "DISTRIBUCION DE SUCESION: " SQ-DNI
          MOVE SPACES TO WS-ESTATE-ERROR
          MOVE SQ-DNI TO CL-DNI
          EVALUATE TRUE
             WHEN SQ-OPERADOR IS EQUAL TO SPACES
                OR SQ-APROBADOR IS EQUAL TO SPACES
                MOVE "FALTAN EL OPERADOR O EL APROBADOR"
                   TO WS-ESTATE-ERROR
             WHEN SQ-OPERADOR IS EQUAL TO SQ-APROBADOR
                MOVE "EL APROBADOR DEBE SER OTRO USUARIO"
                   TO WS-ESTATE-ERROR
             WHEN OTHER
                PERFORM FindEstate
          END-EVALUATE
          IF WS-ESTATE-ERROR IS EQUAL TO SPACES THEN
             PERFORM LoadHeirs
          END-IF
          IF WS-ESTATE-ERROR IS EQUAL TO SPACES THEN
             PERFORM LoadEstateAccounts
          END-IF
          IF WS-ESTATE-ERROR IS EQUAL TO SPACES THEN
             PERFORM CheckEstateShares
          END-IF
          IF WS-ESTATE-ERROR IS EQUAL TO SPACES THEN
             PERFORM BuildMovementDate
             MOVE SQ-OPERADOR  TO AL-OPERATOR
             MOVE SQ-APROBADOR TO AL-APPROVER
             PERFORM ApplyDistribution
          END-IF
          IF WS-ESTATE-ERROR IS EQUAL TO SPACES THEN
             PERFORM ArchiveEstateAccounts
             PERFORM WriteDistributionReport
             MOVE WS-FA-LAST TO WS-FALLEC-LINE
             MOVE WS-RUN-DATE  TO FA-FECHA
             MOVE SQ-OPERADOR  TO FA-OPERADOR
             SET SucesionDistribuida TO TRUE
             MOVE WS-TOTAL-PEN TO FA-TOTAL-PEN
             MOVE WS-TOTAL-USD TO FA-TOTAL-USD
             PERFORM AppendDeceasedLine
             MOVE "Practica2Clientes"  TO EXLOG-PROGRAM
             MOVE "SUCESION"           TO EXLOG-CODETYPE
             MOVE WS-TRANSFER-COUNT    TO EXLOG-CODEVALUE
             MOVE SPACES               TO EXLOG-KEYVALUE
             STRING CL-DNI DELIMITED BY SIZE
                    SPACE DELIMITED BY SIZE
                    SQ-OPERADOR DELIMITED BY SIZE
                    SPACE DELIMITED BY SIZE
                    SQ-APROBADOR DELIMITED BY SIZE
                INTO EXLOG-KEYVALUE
             PERFORM LogException
             DISPLAY "CUENTAS CERRADAS      : " EstateCount
             DISPLAY "TRANSFERENCIAS        : " WS-TRANSFER-COUNT
             DISPLAY "MONTO DISTRIBUIDO     : " WS-TRANSFER-AMOUNT
             DISPLAY "REPORTE EMITIDO       : " WS-DIST-FILENAME
             DISPLAY "MESSAGE: SUCESION DISTRIBUIDA - APROBADA POR "
                SQ-APROBADOR
          ELSE
             DISPLAY "ERROR: " WS-ESTATE-ERROR
             MOVE 1 TO RETURN-CODE
          END-IF
          DISPLAY "=========================================".
       FindEstate.
      *   LA ULTIMA LINEA DEL CAUSANTE EN FALLECIDOS.DAT ES LA VIGENTE
      *   Y DEBE SEGUIR BLOQUEADA (AUN SIN DISTRIBUIR).
          MOVE "N" TO WS-FA-FOUND-SW
          OPEN INPUT DeceasedFile
          IF DeceasedFileOK THEN
             READ DeceasedFile
                AT END SET EOFDeceased TO TRUE
             END-READ
             PERFORM UNTIL EOFDeceased
                IF DeceasedBuffer(1:8) IS EQUAL TO CL-DNI THEN
                   MOVE DeceasedBuffer TO WS-FA-LAST
                   SET WS-FA-FOUND TO TRUE
                END-IF
                READ DeceasedFile
                   AT END SET EOFDeceased TO TRUE
                END-READ
             END-PERFORM
          END-IF
          CLOSE DeceasedFile
          IF NOT WS-FA-FOUND THEN
             MOVE "SIN FALLECIMIENTO REGISTRADO" TO WS-ESTATE-ERROR
          ELSE
             MOVE WS-FA-LAST TO WS-FALLEC-LINE
             IF NOT SucesionBloqueada THEN
                MOVE "LA SUCESION YA FUE DISTRIBUIDA"
                   TO WS-ESTATE-ERROR
             ELSE
                EXEC SQL
                   SELECT nomclien, estclien
                   INTO :CL-NOMBRE, :CL-ESTADO
                   FROM clientes
                   WHERE dniclien=:CL-DNI
                END-EXEC
                IF SQLCODE IS NOT EQUAL TO ZERO THEN
                   PERFORM HandlingErrors
                   MOVE "ERROR AL LEER EL CLIENTE" TO WS-ESTATE-ERROR
                ELSE
                   IF NOT ClientDeceased THEN
                      MOVE "EL CLIENTE NO FIGURA COMO FALLECIDO"
                         TO WS-ESTATE-ERROR
                   END-IF
                END-IF
             END-IF
          END-IF.
       LoadHeirs.
          MOVE ZERO TO HeirCount
          OPEN INPUT HeirsFile
          IF NOT HeirsFileOK THEN
             CLOSE HeirsFile
             MOVE "NO HAY HEREDEROS.DAT" TO WS-ESTATE-ERROR
          ELSE
             READ HeirsFile INTO WS-HEREDERO-LINE
                AT END SET EOFHeirs TO TRUE
             END-READ
             PERFORM UNTIL EOFHeirs
                   OR WS-ESTATE-ERROR IS NOT EQUAL TO SPACES
                IF HR-CAUSANTE IS EQUAL TO CL-DNI THEN
                   PERFORM AddHeir
                END-IF
                READ HeirsFile INTO WS-HEREDERO-LINE
                   AT END SET EOFHeirs TO TRUE
                END-READ
             END-PERFORM
             CLOSE HeirsFile
             IF HeirCount IS EQUAL TO ZERO
                   AND WS-ESTATE-ERROR IS EQUAL TO SPACES THEN
                MOVE "SIN DECLARATORIA DE HEREDEROS"
                   TO WS-ESTATE-ERROR
             END-IF
          END-IF.
       AddHeir.
      *   LA CUENTA DEL HEREDERO DEBE EXISTIR Y ESTAR ACTIVA, Y EL
      *   HEREDERO NO PUEDE FIGURAR A SU VEZ COMO FALLECIDO.
          EVALUATE TRUE
             WHEN HR-CUOTA-X IS NOT NUMERIC
                OR HR-CUOTA IS EQUAL TO ZERO
                MOVE "CUOTA INVALIDA EN HEREDEROS.DAT"
                   TO WS-ESTATE-ERROR
             WHEN HR-DNI IS EQUAL TO CL-DNI
                MOVE "EL CAUSANTE NO PUEDE SER HEREDERO"
                   TO WS-ESTATE-ERROR
             WHEN HeirCount >= 20
                MOVE "MAS DE 20 HEREDEROS" TO WS-ESTATE-ERROR
             WHEN OTHER
                PERFORM CheckHeirAccount
          END-EVALUATE
          IF WS-ESTATE-ERROR IS EQUAL TO SPACES THEN
             ADD 1 TO HeirCount
             MOVE HR-DNI    TO HE-DNI(HeirCount)
             MOVE HR-CUENTA TO HE-CUENTA(HeirCount)
             MOVE HR-CUOTA  TO HE-CUOTA(HeirCount)
             MOVE EA-MONEDA TO HE-MONEDA(HeirCount)
          ELSE
             DISPLAY "LOG: HEREDERO " HR-DNI SPACE HR-CUENTA
          END-IF.
       CheckHeirAccount.
          MOVE HR-DNI    TO TR-TDOC
          MOVE HR-CUENTA TO TR-TCUENTA
          EXEC SQL
             SELECT COALESCE(moncuent, 'PEN'), estcuent
             INTO :EA-MONEDA, :EA-ESTADO
             FROM cuenta
             WHERE docclien=:TR-TDOC AND codcuent=:TR-TCUENTA
          END-EXEC
          EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 100
                MOVE "CUENTA DE HEREDERO NO EXISTE"
                   TO WS-ESTATE-ERROR
             WHEN SQLCODE IS NOT EQUAL TO ZERO
                PERFORM HandlingErrors
                MOVE "ERROR AL LEER HEREDEROS" TO WS-ESTATE-ERROR
             WHEN NOT AccountActive
                MOVE "CUENTA DE HEREDERO NO ACTIVA" TO WS-ESTATE-ERROR
             WHEN OTHER
                EXEC SQL
                   SELECT estclien INTO :EA-CLIESTADO
                   FROM clientes
                   WHERE dniclien=:TR-TDOC
                END-EXEC
                IF SQLCODE IS NOT EQUAL TO ZERO THEN
                   PERFORM HandlingErrors
                   MOVE "ERROR AL LEER HEREDEROS" TO WS-ESTATE-ERROR
                ELSE
                   IF EA-CLIESTADO IS EQUAL TO "F" THEN
                      MOVE "HEREDERO REGISTRADO COMO FALLECIDO"
                         TO WS-ESTATE-ERROR
                   END-IF
                END-IF
          END-EVALUATE
          IF EA-MONEDA IS EQUAL TO SPACES THEN
             MOVE "PEN" TO EA-MONEDA
          END-IF.
       CheckEstateShares.
      *   CADA CUENTA CON SALDO NECESITA HEREDEROS EN SU MONEDA CUYAS
      *   CUOTAS SUMEN EXACTAMENTE 100%; UN SALDO DEUDOR NO SE REPARTE.
          MOVE ZERO TO WS-TOTAL-PEN
          MOVE ZERO TO WS-TOTAL-USD
          PERFORM VARYING EstateIdx FROM 1 BY 1
             UNTIL EstateIdx > EstateCount
                OR WS-ESTATE-ERROR IS NOT EQUAL TO SPACES
             EVALUATE TRUE
                WHEN ES-SALDO(EstateIdx) IS LESS THAN ZERO
                   MOVE "CUENTA DEL CAUSANTE CON SALDO DEUDOR"
                      TO WS-ESTATE-ERROR
                WHEN ES-SALDO(EstateIdx) IS GREATER THAN ZERO
                   PERFORM SumCurrencyShares
             END-EVALUATE
             IF WS-ESTATE-ERROR IS NOT EQUAL TO SPACES THEN
                DISPLAY "LOG: CUENTA " ES-CUENTA(EstateIdx)
             END-IF
             IF ES-MONEDA(EstateIdx) IS EQUAL TO "USD" THEN
                ADD ES-SALDO(EstateIdx) TO WS-TOTAL-USD
             ELSE
                ADD ES-SALDO(EstateIdx) TO WS-TOTAL-PEN
             END-IF
          END-PERFORM.
       SumCurrencyShares.
          MOVE ZERO TO WS-SHARE-TOTAL
          MOVE ZERO TO ES-HEREDEROS(EstateIdx)
          PERFORM VARYING HeirIdx FROM 1 BY 1
             UNTIL HeirIdx > HeirCount
             IF HE-MONEDA(HeirIdx) IS EQUAL TO ES-MONEDA(EstateIdx)
                THEN
                ADD HE-CUOTA(HeirIdx) TO WS-SHARE-TOTAL
                ADD 1 TO ES-HEREDEROS(EstateIdx)
             END-IF
          END-PERFORM
          EVALUATE TRUE
             WHEN ES-HEREDEROS(EstateIdx) IS EQUAL TO ZERO
                STRING "SIN HEREDEROS CON CUENTA EN "
                          DELIMITED BY SIZE
                       ES-MONEDA(EstateIdx) DELIMITED BY SIZE
                   INTO WS-ESTATE-ERROR
             WHEN WS-SHARE-TOTAL IS NOT EQUAL TO 100
                STRING "CUOTAS EN " DELIMITED BY SIZE
                       ES-MONEDA(EstateIdx) DELIMITED BY SIZE
                       " NO SUMAN 100%" DELIMITED BY SIZE
                   INTO WS-ESTATE-ERROR
          END-EVALUATE.
       ApplyDistribution.
          SET WS-ESTATE-OK TO TRUE
          MOVE ZERO TO WS-TRANSFER-COUNT
          MOVE ZERO TO WS-TRANSFER-AMOUNT
          PERFORM VARYING EstateIdx FROM 1 BY 1
             UNTIL EstateIdx > EstateCount OR WS-ESTATE-BAD
             PERFORM DistributeOneAccount
          END-PERFORM
          IF WS-ESTATE-OK THEN
             SET ClientClosed TO TRUE
             EXEC SQL
                UPDATE clientes SET estclien=:CL-ESTADO
                WHERE dniclien=:CL-DNI AND estclien='F'
             END-EXEC
             IF SQLCODE IS NOT EQUAL TO ZERO THEN
                PERFORM HandlingErrors
                SET WS-ESTATE-BAD TO TRUE
             END-IF
          END-IF
          IF WS-ESTATE-OK THEN
             PERFORM CommitTxn
             IF SQLCODE IS NOT EQUAL TO ZERO THEN
                SET WS-ESTATE-BAD TO TRUE
             END-IF
          END-IF
          IF WS-ESTATE-BAD THEN
             EXEC SQL ROLLBACK WORK END-EXEC
             IF WS-ESTATE-ERROR IS EQUAL TO SPACES THEN
                MOVE "ERROR SQL - NO SE APLICO NINGUN CAMBIO"
                   TO WS-ESTATE-ERROR
             END-IF
          END-IF.
       DistributeOneAccount.
          MOVE ZERO TO WS-DISTRIBUTED
          MOVE ES-HEREDEROS(EstateIdx) TO WS-HEIRS-LEFT
          IF ES-SALDO(EstateIdx) IS GREATER THAN ZERO THEN
             PERFORM VARYING HeirIdx FROM 1 BY 1
                UNTIL HeirIdx > HeirCount OR WS-ESTATE-BAD
                IF HE-MONEDA(HeirIdx) IS EQUAL TO ES-MONEDA(EstateIdx)
                   THEN
                   SUBTRACT 1 FROM WS-HEIRS-LEFT
                   PERFORM ComputeShare
                   IF TR-MONTO IS GREATER THAN ZERO THEN
                      PERFORM TransferEstateShare
                   END-IF
                END-IF
             END-PERFORM
          END-IF
          IF WS-ESTATE-OK THEN
             PERFORM CloseEstateAccount
          END-IF.
       ComputeShare.
      *   LA CUOTA SE TRUNCA A LA UNIDAD; EL ULTIMO HEREDERO DE LA
      *   MONEDA RECIBE LO QUE QUEDA PARA QUE LA CUENTA QUEDE EN CERO.
          IF WS-HEIRS-LEFT IS EQUAL TO ZERO THEN
             COMPUTE TR-MONTO = ES-SALDO(EstateIdx) - WS-DISTRIBUTED
          ELSE
             COMPUTE TR-MONTO =
                ES-SALDO(EstateIdx) * HE-CUOTA(HeirIdx) / 100
          END-IF.
       TransferEstateShare.
          MOVE CL-DNI               TO TR-SDOC
          MOVE ES-CUENTA(EstateIdx) TO TR-SCUENTA
          MOVE HE-DNI(HeirIdx)      TO TR-TDOC
          MOVE HE-CUENTA(HeirIdx)   TO TR-TCUENTA
          PERFORM BuildEstateReference
          MOVE TR-SDOC TO WS-AUDIT-DOC
          MOVE TR-SCUENTA TO WS-AUDIT-CUENTA
          PERFORM AuditCurrentRow
          IF NOT WS-AUDIT-FOUND
                OR WS-CUR-SALDO IS NOT EQUAL TO
                   ES-SALDO(EstateIdx) - WS-DISTRIBUTED THEN
             MOVE "SALDO DEL CAUSANTE MODIFICADO - REINTENTAR"
                TO WS-ESTATE-ERROR
             SET WS-ESTATE-BAD TO TRUE
          ELSE
             MOVE WS-CUR-FECMOD TO WS-SRC-FECMOD
             MOVE WS-CUR-SUCURSAL TO WS-SRC-SUCURSAL
             MOVE TR-TDOC TO WS-AUDIT-DOC
             MOVE TR-TCUENTA TO WS-AUDIT-CUENTA
             PERFORM AuditCurrentRow
             IF NOT WS-AUDIT-FOUND
                   OR WS-CUR-ESTADO IS NOT EQUAL TO "A" THEN
                MOVE "CUENTA DE HEREDERO NO ACTIVA" TO WS-ESTATE-ERROR
                SET WS-ESTATE-BAD TO TRUE
             ELSE
                MOVE WS-CUR-FECMOD TO WS-TGT-FECMOD
                MOVE WS-CUR-SUCURSAL TO WS-TGT-SUCURSAL
                PERFORM ApplyEstateLegs
             END-IF
          END-IF.
       ApplyEstateLegs.
      *   LAS MISMAS PATAS QUE UNA TRANSFERENCIA DE Practica2Ordenes,
      *   SIN COMMIT: LA CONFIRMACION ES UNA SOLA AL FINAL.
          EXEC SQL
             UPDATE cuenta
             SET saldoact = saldoact - :TR-MONTO,
                 fecmod = CURRENT TIMESTAMP
             WHERE docclien=:TR-SDOC AND codcuent=:TR-SCUENTA
               AND fecmod=:WS-SRC-FECMOD
          END-EXEC
          IF ( SQLCODE = ZERO ) THEN
             MOVE TR-SDOC TO WS-AUDIT-DOC
             MOVE TR-SCUENTA TO WS-AUDIT-CUENTA
             PERFORM CheckConcurrency
          END-IF
          IF ( SQLCODE = ZERO ) AND NOT WS-CONFLICT-DETECTED THEN
             EXEC SQL
                UPDATE cuenta
                SET saldoact = saldoact + :TR-MONTO,
                    fecmod = CURRENT TIMESTAMP
                WHERE docclien=:TR-TDOC AND codcuent=:TR-TCUENTA
                  AND fecmod=:WS-TGT-FECMOD
             END-EXEC
             IF ( SQLCODE = ZERO ) THEN
                MOVE TR-TDOC TO WS-AUDIT-DOC
                MOVE TR-TCUENTA TO WS-AUDIT-CUENTA
                PERFORM CheckConcurrency
             END-IF
          END-IF
          IF ( SQLCODE = ZERO ) AND NOT WS-CONFLICT-DETECTED THEN
             EXEC SQL
                INSERT INTO movcuenta
                   (docclien, codcuent, fecmov, montomov, tipomov,
                    refmov, sucursal)
                VALUES
                   (:TR-SDOC, :TR-SCUENTA, :TR-FECMOV, :TR-MONTO,
                    'TRANSFEGR', :TR-REFERENCIA,
                    :WS-SRC-SUCURSAL)
             END-EXEC
             IF ( SQLCODE = ZERO ) THEN
                EXEC SQL
                   INSERT INTO movcuenta
                      (docclien, codcuent, fecmov, montomov,
                       tipomov, refmov, sucursal)
                   VALUES
                      (:TR-TDOC, :TR-TCUENTA, :TR-FECMOV,
                       :TR-MONTO, 'TRANSFING', :TR-REFERENCIA,
                       :WS-TGT-SUCURSAL)
                END-EXEC
             END-IF
          END-IF
          EVALUATE TRUE
             WHEN WS-CONFLICT-DETECTED
                MOVE "CONFLICTO CONCURRENCIA - REINTENTAR"
                   TO WS-ESTATE-ERROR
                SET WS-ESTATE-BAD TO TRUE
             WHEN SQLCODE IS NOT EQUAL TO ZERO
                PERFORM HandlingErrors
                SET WS-ESTATE-BAD TO TRUE
             WHEN OTHER
                ADD 1 TO WS-TRANSFER-COUNT
                ADD TR-MONTO TO WS-TRANSFER-AMOUNT
                ADD TR-MONTO TO WS-DISTRIBUTED
          END-EVALUATE.
       BuildEstateReference.
          MOVE SPACES TO TR-REFERENCIA
          MOVE "SUC"     TO TR-REFERENCIA(1:3)
          MOVE CL-DNI    TO TR-REFERENCIA(4:8)
          MOVE EstateIdx TO TR-REFERENCIA(12:3)
          MOVE HeirIdx   TO TR-REFERENCIA(15:2).
       CloseEstateAccount.
      *   SOLO SE CIERRA SI QUEDO EN CERO; SI NO, ALGO SE MOVIO EN
      *   MEDIO Y SE DESHACE TODA LA DISTRIBUCION.
          MOVE ES-CUENTA(EstateIdx) TO EA-CUENTA
          EXEC SQL
             UPDATE cuenta SET estcuent='C'
             WHERE docclien=:CL-DNI AND codcuent=:EA-CUENTA
               AND saldoact = 0
          END-EXEC
          EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 100
                MOVE "SALDO REMANENTE EN CUENTA DEL CAUSANTE"
                   TO WS-ESTATE-ERROR
                SET WS-ESTATE-BAD TO TRUE
             WHEN SQLCODE IS NOT EQUAL TO ZERO
                PERFORM HandlingErrors
                SET WS-ESTATE-BAD TO TRUE
             WHEN SQLERRD(3) IS EQUAL TO ZERO
                MOVE "SALDO REMANENTE EN CUENTA DEL CAUSANTE"
                   TO WS-ESTATE-ERROR
                SET WS-ESTATE-BAD TO TRUE
          END-EVALUATE.
       AuditCurrentRow.
          MOVE "N" TO WS-AUDIT-FOUND-SW
          EXEC SQL
             SELECT saldoact, fecmod, estcuent,
                COALESCE(sucursal, '0001')
             INTO :WS-CUR-SALDO, :WS-CUR-FECMOD, :WS-CUR-ESTADO,
                :WS-CUR-SUCURSAL
             FROM cuenta
             WHERE docclien=:WS-AUDIT-DOC AND codcuent=:WS-AUDIT-CUENTA
          END-EXEC
          IF ( SQLCODE = ZERO ) THEN
             SET WS-AUDIT-FOUND TO TRUE
             MOVE WS-AUDIT-DOC TO AL-DOC
             MOVE WS-AUDIT-CUENTA TO AL-CUENTA
             MOVE WS-CUR-SALDO TO AL-SALDO
             PERFORM WriteAuditLine
          END-IF.
       CheckConcurrency.
          MOVE "N" TO WS-CONFLICT-SW
          IF SQLERRD(3) IS EQUAL TO ZERO THEN
             SET WS-CONFLICT-DETECTED TO TRUE
             DISPLAY "ERROR: LA CUENTA " WS-AUDIT-DOC SPACE
                WS-AUDIT-CUENTA
                " FUE MODIFICADA POR OTRO PROCESO"
          END-IF.
       WriteAuditLine.
          MOVE WS-RUN-DATE TO AL-DATE
          ACCEPT AL-TIME FROM TIME
          PERFORM ReadLastJournalEntry
          COMPUTE AL-SEQ = WS-PREV-SEQ + 1
          CALL "JournalHash" USING WS-PREV-HASH
             WS-AUDIT-LINE(1:67) AL-HASH
          OPEN EXTEND AuditFile
          IF NOT AuditFileOK THEN
             CLOSE AuditFile
             OPEN OUTPUT AuditFile
          END-IF
          WRITE AuditRecord FROM WS-AUDIT-LINE
          CLOSE AuditFile.
       ReadLastJournalEntry.
      *   LA ULTIMA LINEA ENCADENADA DEL JOURNAL DA LA SECUENCIA Y EL
      *   HASH PREVIOS; LAS LINEAS ANTIGUAS SIN CADENA SE IGNORAN.
          MOVE ZERO TO WS-PREV-SEQ
          MOVE ZERO TO WS-PREV-HASH
          MOVE "N" TO WS-JRNL-EOF-SW
          OPEN INPUT AuditFile
          IF NOT AuditFileOK THEN
             CLOSE AuditFile
          ELSE
             PERFORM UNTIL WS-JRNL-EOF
                READ AuditFile INTO WS-JRNL-LAST
                   AT END SET WS-JRNL-EOF TO TRUE
                END-READ
                IF NOT WS-JRNL-EOF THEN
                   IF WS-JRNL-LAST(69:7) IS NUMERIC
                         AND WS-JRNL-LAST(77:8) IS NUMERIC THEN
                      MOVE WS-JRNL-LAST(69:7) TO WS-PREV-SEQ
                      MOVE WS-JRNL-LAST(77:8) TO WS-PREV-HASH
                   END-IF
                END-IF
             END-PERFORM
             CLOSE AuditFile
          END-IF.
       ArchiveEstateAccounts.
      *   COMO EN EL CIERRE DE Practica2-1Sesion6, CON EL SALDO QUE
      *   TENIA LA CUENTA AL REPARTIRSE.
          OPEN EXTEND CierreFile
          IF NOT CierreFileOK THEN
             CLOSE CierreFile
             OPEN OUTPUT CierreFile
          END-IF
          PERFORM VARYING EstateIdx FROM 1 BY 1
             UNTIL EstateIdx > EstateCount
             MOVE CL-DNI               TO WSC-DOC
             MOVE ES-CUENTA(EstateIdx) TO WSC-COD
             MOVE ES-SALDO(EstateIdx)  TO WSC-ACTSAL
             MOVE ES-CDATA(EstateIdx)  TO WSC-CDATA
             MOVE WS-RUN-DATE          TO WSC-CLOSEDATE
             WRITE CierreRecord FROM WS-CIERRE-LINE
          END-PERFORM
          CLOSE CierreFile.
       WriteDistributionReport.
      *   CONSTANCIA DE LA DISTRIBUCION: UNA LINEA POR TRANSFERENCIA,
      *   CON LA CUOTA, EL MONTO Y LA REFERENCIA ASENTADA EN MOVCUENTA.
          MOVE SPACES TO WS-DIST-FILENAME
          STRING "DISTSUCESION_" DELIMITED BY SIZE
                 CL-DNI          DELIMITED BY SIZE
                 ".DAT"          DELIMITED BY SIZE
             INTO WS-DIST-FILENAME
          OPEN OUTPUT DistributionFile
          IF NOT DistributionFileOK THEN
             DISPLAY "ERROR: NO SE PUDO ABRIR " WS-DIST-FILENAME
             MOVE 1 TO RETURN-CODE
          ELSE
             MOVE "DISTRIBUCION DE SUCESION A LOS HEREDEROS"
                TO DistributionRecord
             WRITE DistributionRecord
             MOVE SPACES TO WS-CERT-TEXT
             STRING "CAUSANTE : " DELIMITED BY SIZE
                    CL-DNI DELIMITED BY SIZE
                    SPACE DELIMITED BY SIZE
                    CL-NOMBRE DELIMITED BY SIZE
                INTO WS-CERT-TEXT
             WRITE DistributionRecord FROM WS-CERT-TEXT
             MOVE SPACES TO WS-CERT-TEXT
             STRING "FECHA    : " DELIMITED BY SIZE
                    WS-RUN-DATE DELIMITED BY SIZE
                    "   OPERADOR: " DELIMITED BY SIZE
                    SQ-OPERADOR DELIMITED BY SIZE
                    "   APROBADOR: " DELIMITED BY SIZE
                    SQ-APROBADOR DELIMITED BY SIZE
                INTO WS-CERT-TEXT
             WRITE DistributionRecord FROM WS-CERT-TEXT
             MOVE SPACES TO DistributionRecord
             WRITE DistributionRecord
             PERFORM VARYING EstateIdx FROM 1 BY 1
                UNTIL EstateIdx > EstateCount
                PERFORM WriteDistributionLines
             END-PERFORM
             MOVE SPACES TO DistributionRecord
             WRITE DistributionRecord
             MOVE SPACES TO WS-CERT-TEXT
             STRING "TRANSFERENCIAS: " DELIMITED BY SIZE
                    WS-TRANSFER-COUNT DELIMITED BY SIZE
                    "   CUENTAS CERRADAS: " DELIMITED BY SIZE
                    EstateCount DELIMITED BY SIZE
                INTO WS-CERT-TEXT
             WRITE DistributionRecord FROM WS-CERT-TEXT
             CLOSE DistributionFile
          END-IF.
       WriteDistributionLines.
      *   SE REPITE EL CALCULO DE ApplyDistribution, QUE ES EL MISMO
      *   QUE SE ACABA DE CONFIRMAR.
          MOVE ZERO TO WS-DISTRIBUTED
          MOVE ES-HEREDEROS(EstateIdx) TO WS-HEIRS-LEFT
          IF ES-SALDO(EstateIdx) IS GREATER THAN ZERO THEN
             PERFORM VARYING HeirIdx FROM 1 BY 1
                UNTIL HeirIdx > HeirCount
                IF HE-MONEDA(HeirIdx) IS EQUAL TO ES-MONEDA(EstateIdx)
                   THEN
                   SUBTRACT 1 FROM WS-HEIRS-LEFT
                   PERFORM ComputeShare
                   ADD TR-MONTO TO WS-DISTRIBUTED
                   PERFORM BuildEstateReference
                   MOVE ES-CUENTA(EstateIdx) TO DS-CUENTA
                   MOVE HE-DNI(HeirIdx)      TO DS-DNI
                   MOVE HE-CUENTA(HeirIdx)   TO DS-HCUENTA
                   MOVE ES-MONEDA(EstateIdx) TO DS-MONEDA
                   MOVE HE-CUOTA(HeirIdx)    TO DS-CUOTA
                   MOVE TR-MONTO             TO DS-MONTO
                   IF TR-MONTO IS GREATER THAN ZERO THEN
                      MOVE TR-REFERENCIA TO DS-REFERENCIA
                   ELSE
                      MOVE SPACES TO DS-REFERENCIA
                   END-IF
                   WRITE DistributionRecord FROM WS-DIST-LINE
                END-IF
             END-PERFORM
          ELSE
             MOVE SPACES TO WS-CERT-TEXT
             STRING ES-CUENTA(EstateIdx) DELIMITED BY SIZE
                    "  SIN SALDO - CERRADA" DELIMITED BY SIZE
                INTO WS-CERT-TEXT
             WRITE DistributionRecord FROM WS-CERT-TEXT
          END-IF.
       WriteScreenControlFigures.
          MOVE "Practica2ClientesLN" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          MOVE WS-SCREEN-COUNT TO CIF-READ
          COMPUTE CIF-WRITTEN = WS-DNI-HIT-COUNT + WS-NAME-HIT-COUNT
          MOVE WS-FLAGGED-COUNT TO CIF-REJECTED
          MOVE ZERO TO CIF-AMOUNT
          OPEN EXTEND ControlFiguresFile
          IF NOT ControlFiguresFileOK THEN
             CLOSE ControlFiguresFile
             OPEN OUTPUT ControlFiguresFile
          END-IF
          WRITE ControlFiguresRecord FROM WS-CIFRAS-LINE
          CLOSE ControlFiguresFile.
       WriteControlFigures.
          MOVE "Practica2Clientes" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE

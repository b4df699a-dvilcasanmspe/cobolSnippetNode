      * EMITE POR CLIENTE EL CERTIFICADO DE INTERESES GANADOS EN EL
      * ANO (MOVIMIENTOS INTERES DE MOVCUENTA MAS LOS ARCHIVOS
      * MOVHIST DEL MANIFIESTO) PARA SU DECLARACION DE IMPUESTOS.
      * LOS INTERESES DE DEPOSITOS A PLAZO (PFINTERES) Y LOS
      * DEPOSITOS AUN VIGENTES EN PLAZOFIJO.DAT VAN EN UN BLOQUE
      * PROPIO DEL CERTIFICADO. EL INTERES DE UNA CUENTA CON
      * COTITULARES (COTITULARES.DAT) SE REPARTE EN PARTES IGUALES
      * ENTRE EL TITULAR Y LOS COTITULARES; LOS APODERADOS NO SON
      * DUENOS DE LOS FONDOS Y NO PARTICIPAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ProcessDateFile ASSIGN TO "FECHAPROC.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FECHAPROC-STATUS.
          SELECT TermFile ASSIGN TO "PLAZOFIJO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PLAZO-STATUS.
          SELECT HolderFile ASSIGN TO "COTITULARES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COTIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SnapshotFile.
       01 ControlFiguresRecord   PIC X(80)   VALUES SPACES.
       FD ProcessDateFile.
       01 ProcessDateBuffer      PIC X(8)    VALUES SPACES.
       FD TermFile.
       01 TermBuffer             PIC X(100)  VALUES SPACES.
          88 EOFTermFile         VALUES      HIGH-VALUES.
       FD HolderFile.
       01 HolderBuffer           PIC X(50)   VALUES SPACES.
          88 EOFHolderFile       VALUES      HIGH-VALUES.
       WORKING-STORAGE SECTION.
       COPY "DbProfileFields".
       COPY "ExceptionLogFields".
       COPY "ControlFiguresFields".
       COPY "ProcessDateFields".
       COPY "MovHistFields".
       COPY "TermDepositFields".
       COPY "JointHolderFields".
       01 WS-RUN-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-RUN-DATE-FIELDS REDEFINES WS-RUN-DATE.
          05 WS-RUN-YEAR         PIC 9(4).
          05 FILLER              PIC X(26)
             VALUE "INTERESES GANADOS EN ANO: ".
          05 CT-VALUE            PIC Z(10)9.
       01 WS-CERT-PF-TOTAL.
          05 FILLER              PIC X(26)
             VALUE "INTERESES PLAZO FIJO ANO: ".
          05 CTP-VALUE           PIC Z(10)9.
       01 WS-CERT-PF-DETAIL.
          05 FILLER              PIC X(19)
             VALUE "DEPOSITO A PLAZO N.".
          05 CPD-NUMERO          PIC 9(8)    VALUE ZERO.
          05 FILLER              PIC X(9)    VALUE " CAPITAL ".
          05 CPD-CAPITAL         PIC Z(8)9.
          05 FILLER              PIC X       VALUE SPACE.
          05 CPD-MONEDA          PIC X(3)    VALUE SPACES.
          05 FILLER              PIC X(7)    VALUE " VENCE ".
          05 CPD-VENCE           PIC 9(8)    VALUE ZERO.
       01 WS-CERT-SHARE.
          05 FILLER              PIC X(18)
             VALUE "CUENTA COMPARTIDA ".
          05 CS-CUENTA           PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X(15)   VALUE " PARTICIPACION ".
          05 CS-PARTE            PIC Z(10)9.
          05 FILLER              PIC X(4)    VALUE " DE ".
          05 CS-TOTAL            PIC Z(10)9.
       01 ClientIntTable.
          05 ClientIntCount      PIC 9(5)    VALUE ZERO.
          05 ClientIntEntry OCCURS 5000 TIMES.
             10 CI-DOC           PIC X(8).
             10 CI-INTERES       PIC 9(11).
             10 CI-INTERES-PF    PIC 9(11).
       01 ClientIntIdx           PIC 9(5)    VALUE ZERO.
       01 HolderTable.
          05 HolderCount         PIC 9(5)    VALUE ZERO.
          05 HolderEntry OCCURS 5000 TIMES.
             10 HT-CUENTA        PIC X(10).
             10 HT-TITULAR       PIC X(8).
             10 HT-DNI           PIC X(8).
             10 HT-ROL           PIC X(1).
       01 HolderIdx              PIC 9(5)    VALUE ZERO.
       01 SharedTable.
          05 SharedCount         PIC 9(5)    VALUE ZERO.
          05 SharedEntry OCCURS 5000 TIMES.
             10 SH-DOC           PIC X(8).
             10 SH-CUENTA        PIC X(10).
             10 SH-PARTE         PIC 9(11).
             10 SH-TOTAL         PIC 9(11).
       01 SharedIdx              PIC 9(5)    VALUE ZERO.
       01 WS-SPLIT-DOC           PIC X(8)    VALUE SPACES.
       01 WS-SPLIT-CUENTA        PIC X(10)   VALUE SPACES.
       01 WS-SPLIT-AMOUNT        PIC 9(11)   VALUE ZERO.
       01 WS-SPLIT-SHARE         PIC 9(11)   VALUE ZERO.
       01 WS-SPLIT-REST          PIC 9(11)   VALUE ZERO.
       01 WS-SPLIT-PARTS         PIC 9(3)    VALUE ZERO.
       01 WS-SPLIT-PARTE         PIC 9(11)   VALUE ZERO.
       01 WS-CI-FOUND-SW         PIC X(1)    VALUE "N".
          88 WS-CI-FOUND         VALUE "Y".
       01 WS-LOOK-DOC            PIC X(8)    VALUE SPACES.
             10 NM-DNI           PIC X(8).
             10 NM-NOMBRE        PIC X(30).
       01 NameIdx                PIC 9(5)    VALUE ZERO.
       01 TermTable.
          05 TermCount           PIC 9(4)    VALUE ZERO.
          05 TermEntry OCCURS 2000 TIMES.
             10 TT-NUMERO        PIC 9(8).
             10 TT-DNI           PIC X(8).
             10 TT-CAPITAL       PIC 9(9).
             10 TT-MONEDA        PIC X(3).
             10 TT-VENCE         PIC 9(8).
       01 TermIdx                PIC 9(4)    VALUE ZERO.
       01 WS-PF-FOUND-SW         PIC X(1)    VALUE "N".
          88 WS-PF-FOUND         VALUE "Y".
       01 WS-ACCT-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-SNAP-TOTAL          PIC S9(13)  VALUE ZERO.
       01 WS-CERT-COUNT          PIC 9(5)    VALUE ZERO.
                 "-12-31" DELIMITED BY SIZE
             INTO A-YEAR-END
          PERFORM LoadClientNames
          PERFORM LoadHolderRegister
          PERFORM LoadDbProfile
          MOVE SPACE TO PASSWD
          PERFORM ConnectionSQL
          PERFORM WriteAnnualSnapshot
          PERFORM SumYearInterest
          PERFORM SumYearTermInterest
          PERFORM SumArchivedInterest
          PERFORM LoadOpenDeposits
          PERFORM WriteCertificates
          PERFORM WriteControlFigures
          DISPLAY "============================"
       SumYearInterest.
          EXEC SQL
             DECLARE C2 CURSOR FOR
             SELECT docclien, codcuent, SUM(montomov)
             FROM movcuenta
             WHERE tipomov = 'INTERES'
               AND fecmov >= :A-YEAR-START AND fecmov <= :A-YEAR-END
             GROUP BY docclien, codcuent
             ORDER BY docclien, codcuent
          END-EXEC
          EXEC SQL
             OPEN C2
          END-EXEC
          EXEC SQL
             FETCH C2 INTO :A-DOC, :A-CUENTA, :A-INTERES
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             MOVE A-DOC     TO WS-SPLIT-DOC
             MOVE A-CUENTA  TO WS-SPLIT-CUENTA
             MOVE A-INTERES TO WS-SPLIT-AMOUNT
             PERFORM AddAccountInterest
             EXEC SQL
                FETCH C2 INTO :A-DOC, :A-CUENTA, :A-INTERES
             END-EXEC
          END-PERFORM
          EXEC SQL
             CLOSE C2
          END-EXEC.
       SumYearTermInterest.
          EXEC SQL
             DECLARE C3 CURSOR FOR
             SELECT docclien, SUM(montomov)
             FROM movcuenta
             WHERE tipomov = 'PFINTERES'
               AND fecmov >= :A-YEAR-START AND fecmov <= :A-YEAR-END
             GROUP BY docclien
             ORDER BY docclien
          END-EXEC
          EXEC SQL
             OPEN C3
          END-EXEC
          EXEC SQL
             FETCH C3 INTO :A-DOC, :A-INTERES
          END-EXEC
          PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
             MOVE A-DOC TO WS-LOOK-DOC
             PERFORM FindClientInterest
             ADD A-INTERES TO CI-INTERES-PF(ClientIntIdx)
             EXEC SQL
                FETCH C3 INTO :A-DOC, :A-INTERES
             END-EXEC
          END-PERFORM
          EXEC SQL
             CLOSE C3
          END-EXEC.
       SumArchivedInterest.
      *   LOS MOVIMIENTOS PURGADOS DEL ANO VIVEN EN LOS ARCHIVOS
                IF MH-TIPO IS EQUAL TO "INTERES"
                      AND MH-FECMOV(1:4) IS EQUAL TO
                         WS-RUN-DATE(1:4) THEN
                   MOVE MH-DOC    TO WS-SPLIT-DOC
                   MOVE MH-CUENTA TO WS-SPLIT-CUENTA
                   MOVE MH-MONTO  TO WS-SPLIT-AMOUNT
                   PERFORM AddAccountInterest
                END-IF
                IF MH-TIPO IS EQUAL TO "PFINTERES"
                      AND MH-FECMOV(1:4) IS EQUAL TO
                         WS-RUN-DATE(1:4) THEN
                   MOVE MH-DOC TO WS-LOOK-DOC
                   PERFORM FindClientInterest
                   ADD MH-MONTO TO CI-INTERES-PF(ClientIntIdx)
                END-IF
                READ HistArchFile INTO WS-MOVHIST-LINE
                   AT END SET EOFHistArchFile TO TRUE
             END-PERFORM
             CLOSE HistArchFile
          END-IF.
       LoadOpenDeposits.
      *   LOS DEPOSITOS VIGENTES AL CIERRE SE LISTAN EN EL
      *   CERTIFICADO DE SU TITULAR AUNQUE AUN NO HAYAN PAGADO
      *   INTERES EN EL ANO.
          OPEN INPUT TermFile
          IF NOT TermFileOK THEN
             CONTINUE
          ELSE
             READ TermFile INTO WS-PLAZO-LINE
                AT END SET EOFTermFile TO TRUE
             END-READ
             PERFORM UNTIL EOFTermFile
                IF WS-PLAZO-LINE IS NOT EQUAL TO SPACES
                      AND PlazoVigente THEN
                   IF TermCount >= 2000 THEN
                      DISPLAY "AVISO: MAS DE 2000 DEPOSITOS A PLAZO - "
                         "SE OMITE EL " PF-NUMERO
                   ELSE
                      ADD 1 TO TermCount
                      MOVE PF-NUMERO  TO TT-NUMERO(TermCount)
                      MOVE PF-DNI     TO TT-DNI(TermCount)
                      MOVE PF-CAPITAL TO TT-CAPITAL(TermCount)
                      MOVE PF-MONEDA  TO TT-MONEDA(TermCount)
                      MOVE PF-VENCE   TO TT-VENCE(TermCount)
                      MOVE PF-DNI TO WS-LOOK-DOC
                      PERFORM FindClientInterest
                   END-IF
                END-IF
                READ TermFile INTO WS-PLAZO-LINE
                   AT END SET EOFTermFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE TermFile
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
                   MOVE CTT-ROL     TO HT-ROL(HolderCount)
                END-IF
                READ HolderFile INTO WS-COTIT-LINE
                   AT END SET EOFHolderFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE HolderFile
             DISPLAY "LOG: COTITULARES CARGADOS: " HolderCount
          END-IF.
       AddAccountInterest.
      *   EL INTERES DE LA CUENTA SE DIVIDE ENTRE EL TITULAR Y SUS
      *   COTITULARES; EL RESTO DE LA DIVISION QUEDA CON EL TITULAR.
          MOVE 1 TO WS-SPLIT-PARTS
          PERFORM VARYING HolderIdx FROM 1 BY 1
             UNTIL HolderIdx > HolderCount
             IF HT-CUENTA(HolderIdx) IS EQUAL TO WS-SPLIT-CUENTA
                   AND HT-TITULAR(HolderIdx) IS EQUAL TO WS-SPLIT-DOC
                   AND HT-ROL(HolderIdx) IS EQUAL TO "C" THEN
                ADD 1 TO WS-SPLIT-PARTS
             END-IF
          END-PERFORM
          IF WS-SPLIT-PARTS IS EQUAL TO 1 THEN
             MOVE WS-SPLIT-DOC TO WS-LOOK-DOC
             PERFORM FindClientInterest
             ADD WS-SPLIT-AMOUNT TO CI-INTERES(ClientIntIdx)
          ELSE
             DIVIDE WS-SPLIT-AMOUNT BY WS-SPLIT-PARTS
                GIVING WS-SPLIT-SHARE REMAINDER WS-SPLIT-REST
             PERFORM VARYING HolderIdx FROM 1 BY 1
                UNTIL HolderIdx > HolderCount
                IF HT-CUENTA(HolderIdx) IS EQUAL TO WS-SPLIT-CUENTA
                      AND HT-TITULAR(HolderIdx) IS EQUAL TO
                         WS-SPLIT-DOC
                      AND HT-ROL(HolderIdx) IS EQUAL TO "C" THEN
                   MOVE HT-DNI(HolderIdx) TO WS-LOOK-DOC
                   MOVE WS-SPLIT-SHARE TO WS-SPLIT-PARTE
                   PERFORM AddSharedInterest
                END-IF
             END-PERFORM
             MOVE WS-SPLIT-DOC TO WS-LOOK-DOC
             COMPUTE WS-SPLIT-PARTE = WS-SPLIT-SHARE + WS-SPLIT-REST
             PERFORM AddSharedInterest
          END-IF.
       AddSharedInterest.
          PERFORM FindClientInterest
          ADD WS-SPLIT-PARTE TO CI-INTERES(ClientIntIdx)
          PERFORM VARYING SharedIdx FROM 1 BY 1
             UNTIL SharedIdx > SharedCount
             IF SH-DOC(SharedIdx) IS EQUAL TO WS-LOOK-DOC
                   AND SH-CUENTA(SharedIdx) IS EQUAL TO WS-SPLIT-CUENTA
                   THEN
                EXIT PERFORM
             END-IF
          END-PERFORM
          IF SharedIdx > SharedCount THEN
             IF SharedCount >= 5000 THEN
                DISPLAY "ERROR: TABLA DE CUENTAS COMPARTIDAS LLENA - "
                   "SE DETIENE"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
             ADD 1 TO SharedCount
             MOVE SharedCount TO SharedIdx
             MOVE WS-LOOK-DOC     TO SH-DOC(SharedIdx)
             MOVE WS-SPLIT-CUENTA TO SH-CUENTA(SharedIdx)
             MOVE ZERO TO SH-PARTE(SharedIdx)
             MOVE ZERO TO SH-TOTAL(SharedIdx)
          END-IF
          ADD WS-SPLIT-PARTE  TO SH-PARTE(SharedIdx)
          ADD WS-SPLIT-AMOUNT TO SH-TOTAL(SharedIdx).
       FindClientInterest.
          MOVE "N" TO WS-CI-FOUND-SW
          PERFORM VARYING ClientIntIdx FROM 1 BY 1
             MOVE ClientIntCount TO ClientIntIdx
             MOVE WS-LOOK-DOC TO CI-DOC(ClientIntIdx)
             MOVE ZERO TO CI-INTERES(ClientIntIdx)
             MOVE ZERO TO CI-INTERES-PF(ClientIntIdx)
          END-IF.
       WriteCertificates.
          OPEN OUTPUT CertFile
             UNTIL ClientIntIdx > ClientIntCount
             ADD 1 TO WS-CERT-COUNT
             ADD CI-INTERES(ClientIntIdx) TO WS-TOTAL-INTERES
             ADD CI-INTERES-PF(ClientIntIdx) TO WS-TOTAL-INTERES
             MOVE WS-RUN-DATE(1:4) TO CH-ANO
             MOVE CI-DOC(ClientIntIdx) TO CH-DOC
             WRITE CertRecord FROM WS-CERT-HEAD
             WRITE CertRecord FROM WS-CERT-NAME
             MOVE CI-INTERES(ClientIntIdx) TO CT-VALUE
             WRITE CertRecord FROM WS-CERT-TOTAL
             PERFORM WriteSharedAccountLines
             PERFORM WriteTermDepositBlock
             MOVE SPACES TO CertRecord
             WRITE CertRecord
          END-PERFORM
          CLOSE CertFile
          DISPLAY "LOG: CERTIFICADOS EMITIDOS EN " WS-CERT-FILENAME.
       WriteSharedAccountLines.
          PERFORM VARYING SharedIdx FROM 1 BY 1
             UNTIL SharedIdx > SharedCount
             IF SH-DOC(SharedIdx) IS EQUAL TO CI-DOC(ClientIntIdx) THEN
                MOVE SH-CUENTA(SharedIdx) TO CS-CUENTA
                MOVE SH-PARTE(SharedIdx)  TO CS-PARTE
                MOVE SH-TOTAL(SharedIdx)  TO CS-TOTAL
                WRITE CertRecord FROM WS-CERT-SHARE
             END-IF
          END-PERFORM.
       WriteTermDepositBlock.
          MOVE "N" TO WS-PF-FOUND-SW
          PERFORM VARYING TermIdx FROM 1 BY 1
             UNTIL TermIdx > TermCount
             IF TT-DNI(TermIdx) IS EQUAL TO CI-DOC(ClientIntIdx) THEN
                MOVE "Y" TO WS-PF-FOUND-SW
             END-IF
          END-PERFORM
          IF CI-INTERES-PF(ClientIntIdx) IS GREATER THAN ZERO
                OR WS-PF-FOUND THEN
             MOVE CI-INTERES-PF(ClientIntIdx) TO CTP-VALUE
             WRITE CertRecord FROM WS-CERT-PF-TOTAL
             PERFORM VARYING TermIdx FROM 1 BY 1
                UNTIL TermIdx > TermCount
                IF TT-DNI(TermIdx) IS EQUAL TO CI-DOC(ClientIntIdx)
                      THEN
                   MOVE TT-NUMERO(TermIdx)  TO CPD-NUMERO
                   MOVE TT-CAPITAL(TermIdx) TO CPD-CAPITAL
                   MOVE TT-MONEDA(TermIdx)  TO CPD-MONEDA
                   MOVE TT-VENCE(TermIdx)   TO CPD-VENCE
                   WRITE CertRecord FROM WS-CERT-PF-DETAIL
                END-IF
             END-PERFORM
          END-IF.
       FindClientName.
          MOVE SPACES TO CN-NOMBRE
          PERFORM VARYING NameIdx FROM 1 BY 1

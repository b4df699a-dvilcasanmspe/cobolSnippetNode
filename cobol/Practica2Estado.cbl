          SELECT HistArchFile ASSIGN TO WS-ARCH-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARCH-STATUS.
          SELECT HolderFile ASSIGN TO "COTITULARES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COTIT-STATUS.
          SELECT DbProfileFile ASSIGN TO "DBPROFILE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DBPROFILE-STATUS.
       FD HistArchFile.
       01 HistArchBuffer         PIC X(60)   VALUES SPACES.
          88 EOFHistArchFile     VALUES      HIGH-VALUES.
       FD HolderFile.
       01 HolderBuffer           PIC X(50)   VALUES SPACES.
          88 EOFHolderFile       VALUES      HIGH-VALUES.
       FD DbProfileFile.
       01 DbProfileBuffer        PIC X(100)  VALUES SPACES.
          88 EOFDbProfile        VALUES      HIGH-VALUES.
       COPY "ProcessDateFields".
       COPY "MovHistFields".
       COPY "GarnishFields".
       COPY "JointHolderFields".
       01 WS-RUN-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-MANIF-STATUS        PIC X(2)    VALUE SPACE.
          88 ManifestFileOK      VALUE "00".
             10 AT-DOC           PIC X(8).
             10 AT-CUENTA        PIC X(10).
             10 AT-SALDO         PIC 9(10).
             10 AT-DESTINO       PIC X(8).
       01 AccountIdx             PIC 9(5)    VALUE ZERO.
      * DESTINATARIO DEL ARCHIVO DE ESTADO: EL TITULAR EN LA CORRIDA
      * GENERAL; EL DNI PEDIDO CUANDO SE PIDE UN CLIENTE, AUNQUE LA
      * CUENTA SEA DE OTRO TITULAR Y EL CLIENTE FIGURE COMO
      * COTITULAR.
       01 WS-DESTINO             PIC X(8)    VALUE SPACES.
      * COTITULARES.DAT EN MEMORIA: EL ESTADO DE UNA CUENTA
      * COMPARTIDA VA DIRIGIDO A TODOS SUS TITULARES.
       01 HolderTable.
          05 HolderCount         PIC 9(5)    VALUE ZERO.
          05 HolderEntry OCCURS 5000 TIMES.
             10 HT-CUENTA        PIC X(10).
             10 HT-TITULAR       PIC X(8).
             10 HT-DNI           PIC X(8).
             10 HT-ROL           PIC X(1).
             10 HT-REGLA         PIC X(1).
       01 HolderIdx              PIC 9(5)    VALUE ZERO.
       01 WS-JOINT-SW            PIC X(1)    VALUE "N".
          88 WS-JOINT-ACCOUNT    VALUE "Y".
       01 WS-JOINT-RULE          PIC X(1)    VALUE SPACE.
       01 D-BALANCE              PIC -(10)9.99.
       01 D-MONTO                PIC Z(8)9.99.
       01 WS-STMT-HEAD.
          05 SG-ORDENADO         PIC Z(8)9.
          05 FILLER              PIC X(10)   VALUE " RETENIDO ".
          05 SG-RETENIDO         PIC Z(8)9.
       01 WS-STMT-HOLDER.
          05 FILLER              PIC X(2)    VALUE SPACES.
          05 SHH-LABEL           PIC X(12)   VALUE SPACES.
          05 SHH-DNI             PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 SHH-DESC            PIC X(30)   VALUE SPACES.
       01 WS-STMT-PAGE.
          05 FILLER              PIC X(10)
             VALUE "  PAGINA  ".
          PERFORM LoadDbProfile
          MOVE SPACE TO PASSWD
          PERFORM ConnectionSQL
          PERFORM LoadHolderRegister
          PERFORM LoadClientAccounts
          PERFORM VARYING AccountIdx FROM 1 BY 1
             UNTIL AccountIdx > AccountCount
                FETCH C1 INTO :E-DOC, :E-CUENTA, :E-SALDO
             END-EXEC
             PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
                MOVE E-DOC TO WS-DESTINO
                PERFORM StoreAccount
                EXEC SQL
                   FETCH C1 INTO :E-DOC, :E-CUENTA, :E-SALDO
                FETCH C2 INTO :E-DOC, :E-CUENTA, :E-SALDO
             END-EXEC
             PERFORM UNTIL SQLCODE IS NOT EQUAL TO ZERO
                MOVE WS-ARG-DNI TO WS-DESTINO
                PERFORM StoreAccount
                EXEC SQL
                   FETCH C2 INTO :E-DOC, :E-CUENTA, :E-SALDO
             EXEC SQL
                CLOSE C2
             END-EXEC
             PERFORM LoadJointAccounts
          END-IF
          DISPLAY "LOG: CUENTAS A PROCESAR: " AccountCount.
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
                   MOVE CTT-REGLA   TO HT-REGLA(HolderCount)
                ELSE
                   DISPLAY "AVISO: MAS DE 5000 COTITULARES - SE OMITE "
                      CTT-CUENTA SPACE CTT-DNI
                END-IF
                READ HolderFile INTO WS-COTIT-LINE
                   AT END SET EOFHolderFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE HolderFile
             DISPLAY "LOG: COTITULARES CARGADOS: " HolderCount
          END-IF.
       LoadJointAccounts.
      *   LAS CUENTAS DONDE EL CLIENTE ES COTITULAR TAMBIEN SALEN EN
      *   SU ESTADO, LEIDAS CON EL DOCCLIEN DE SU TITULAR.
          PERFORM VARYING HolderIdx FROM 1 BY 1
             UNTIL HolderIdx > HolderCount
             IF HT-DNI(HolderIdx) IS EQUAL TO WS-ARG-DNI THEN
                MOVE HT-TITULAR(HolderIdx) TO E-DOC
                MOVE HT-CUENTA(HolderIdx)  TO E-CUENTA
                EXEC SQL
                   SELECT saldoact INTO :E-SALDO
                   FROM cuenta
                   WHERE docclien=:E-DOC AND codcuent=:E-CUENTA
                END-EXEC
                IF SQLCODE IS EQUAL TO ZERO THEN
                   MOVE WS-ARG-DNI TO WS-DESTINO
                   PERFORM StoreAccount
                ELSE
                   DISPLAY "AVISO: CUENTA DE COTITULARES.DAT NO "
                      "ENCONTRADA: " E-DOC SPACE E-CUENTA
                END-IF
             END-IF
          END-PERFORM.
       StoreAccount.
          IF AccountCount >= 10000 THEN
             DISPLAY "ERROR: TABLA DE CUENTAS LLENA - SE DETIENE"
          ADD 1 TO AccountCount
          MOVE E-DOC    TO AT-DOC(AccountCount)
          MOVE E-CUENTA TO AT-CUENTA(AccountCount)
          MOVE E-SALDO  TO AT-SALDO(AccountCount)
          MOVE WS-DESTINO TO AT-DESTINO(AccountCount).
       GenerateOneStatement.
          ADD 1 TO WS-ACCT-COUNT
          MOVE AT-DOC(AccountIdx)    TO E-DOC
          MOVE AT-CUENTA(AccountIdx) TO E-CUENTA
          IF AT-DESTINO(AccountIdx) IS NOT EQUAL TO WS-OPEN-CLIENT THEN
             PERFORM OpenClientStatement
          END-IF
      *   PRIMERA PASADA: SOLO SE RECONSTRUYE EL SALDO INICIAL Y SE
          MOVE AT-CUENTA(AccountIdx) TO SH-CUENTA
          MOVE WS-ARG-MONTH          TO SH-PERIODO
          WRITE StatementRecord FROM WS-STMT-HEAD
          PERFORM WriteHolderLines
          MOVE 1 TO WS-PAGE-NO
          MOVE 1 TO SP-PAGINA
          WRITE StatementRecord FROM WS-STMT-PAGE
          PERFORM WriteGarnishDetail
          MOVE SPACES TO StatementRecord
          WRITE StatementRecord.
       WriteHolderLines.
      *   CUENTA COMPARTIDA: EL ESTADO SE DIRIGE AL TITULAR Y A CADA
      *   COTITULAR O APODERADO, CON LA REGLA DE FIRMA DE LA CUENTA.
          MOVE "N" TO WS-JOINT-SW
          MOVE SPACE TO WS-JOINT-RULE
          PERFORM VARYING HolderIdx FROM 1 BY 1
             UNTIL HolderIdx > HolderCount
             IF HT-CUENTA(HolderIdx) IS EQUAL TO E-CUENTA
                   AND HT-TITULAR(HolderIdx) IS EQUAL TO E-DOC THEN
                IF NOT WS-JOINT-ACCOUNT THEN
                   SET WS-JOINT-ACCOUNT TO TRUE
                   MOVE "TITULAR   : " TO SHH-LABEL
                   MOVE E-DOC TO SHH-DNI
                   MOVE SPACES TO SHH-DESC
                   WRITE StatementRecord FROM WS-STMT-HOLDER
                END-IF
                IF HT-ROL(HolderIdx) IS EQUAL TO "A" THEN
                   MOVE "APODERADO : " TO SHH-LABEL
                ELSE
                   MOVE "COTITULAR : " TO SHH-LABEL
                END-IF
                MOVE HT-DNI(HolderIdx) TO SHH-DNI
                MOVE SPACES TO SHH-DESC
                WRITE StatementRecord FROM WS-STMT-HOLDER
                IF HT-REGLA(HolderIdx) IS EQUAL TO "M"
                      OR WS-JOINT-RULE IS EQUAL TO SPACE THEN
                   MOVE HT-REGLA(HolderIdx) TO WS-JOINT-RULE
                END-IF
             END-IF
          END-PERFORM
          IF WS-JOINT-ACCOUNT THEN
             MOVE "FIRMA     : " TO SHH-LABEL
             MOVE SPACES TO SHH-DNI
             IF WS-JOINT-RULE IS EQUAL TO "M" THEN
                MOVE "CONJUNTA (AMBOS TITULARES)" TO SHH-DESC
             ELSE
                MOVE "INDISTINTA" TO SHH-DESC
             END-IF
             WRITE StatementRecord FROM WS-STMT-HOLDER
          END-IF.
       WriteGarnishDetail.
      *   LAS ORDENES DE EMBARGO ACTIVAS DE LA CUENTA SE MUESTRAN EN
      *   EL ESTADO PARA QUE EL CLIENTE VEA QUE PARTE DE SU SALDO
             CLOSE StatementFile
          END-IF
          ADD 1 TO WS-CLIENT-COUNT
          MOVE AT-DESTINO(AccountIdx) TO WS-OPEN-CLIENT
          MOVE SPACES TO WS-STMT-FILENAME
          STRING "ESTADO_"    DELIMITED BY SIZE
                 WS-OPEN-CLIENT DELIMITED BY SPACE
                 "_"          DELIMITED BY SIZE
                 WS-ARG-MONTH DELIMITED BY SIZE
                 ".DAT"       DELIMITED BY SIZE
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

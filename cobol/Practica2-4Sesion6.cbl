          SELECT ProcessDateFile ASSIGN TO "FECHAPROC.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FECHAPROC-STATUS.
          SELECT TermFile ASSIGN TO "PLAZOFIJO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PLAZO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TrialBalanceFile.
       01 ControlFiguresRecord   PIC X(80)   VALUES SPACES.
       FD ProcessDateFile.
       01 ProcessDateBuffer   PIC X(8)    VALUES SPACES.
       FD TermFile.
       01 TermBuffer             PIC X(100)  VALUES SPACES.
          88 EOFTermFile         VALUES      HIGH-VALUES.
       WORKING-STORAGE SECTION.
       COPY "DbProfileFields".
       COPY "ExceptionLogFields".
       COPY "ControlFiguresFields".
       COPY "ProcessDateFields".
       COPY "TermDepositFields".
       01 WS-TB-STATUS           PIC X(2)    VALUE SPACE.
          88 TBFileOK            VALUE "00".
       01 WS-TB-FILENAME         PIC X(30)   VALUE SPACES.
       01 WS-SUSP-TOTAL          PIC S9(11)  VALUE ZERO.
       01 WS-JUD-TOTAL           PIC S9(11)  VALUE ZERO.
       01 WS-GRAND-TOTAL         PIC S9(11)  VALUE ZERO.
      * DEPOSITOS A PLAZO VIGENTES: BLOQUE PROPIO, FUERA DEL SALDO
      * DE CUENTAS (EL CAPITAL YA SALIO DE SALDOACT AL FONDEARSE).
      * SUS LINEAS VAN SANGRADAS COMO LOS TOTALES PARA QUE LOS
      * LECTORES DEL BALANCE NO LAS TOMEN POR CUENTAS.
       01 WS-TERM-COUNT          PIC 9(7)    VALUE ZERO.
      * EL CAPITAL A PLAZO TAMPOCO MEZCLA MONEDAS: SE TOTALIZA POR
      * MONEDA DEL DEPOSITO COMO LOS SALDOS DE CUENTA.
       01 TermCurrencyTable.
          05 TermCurrencyCount   PIC 9(2)    VALUE ZERO.
          05 TermCurrencyEntry OCCURS 5 TIMES.
             10 TCU-CODE         PIC X(3).
             10 TCU-COUNT        PIC 9(7).
             10 TCU-TOTAL        PIC S9(11).
       01 TermCurrencyIdx        PIC 9(2)    VALUE ZERO.
       01 WS-TB-TERM-DETAIL.
          05 FILLER              PIC X(2)    VALUE SPACES.
          05 TBP-NUMERO          PIC 9(8)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 TBP-DOC             PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 TBP-CUENTA          PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 TBP-MONEDA          PIC X(3)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 TBP-VENCE           PIC 9(8)    VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 TBP-CAPITAL         PIC -(9)9.
      * SUBTOTALES POR MONEDA DE CUENTA: LOS SALDOS NO SE CONVIERTEN
      * NI SE MEZCLAN; CADA MONEDA CIERRA POR SU LADO.
       01 CurrencyTable.
          PERFORM OpenTrialBalanceFile
          PERFORM ProcessAllAccounts
          PERFORM WriteTrialBalanceSummary
          PERFORM WriteTermDepositBlock
          CLOSE TrialBalanceFile
          PERFORM WriteControlFigures
          DISPLAY "DISCONNECT FROM DATABASE...."
             MOVE WS-TB-SUMMARY TO TrialBalanceRecord
             WRITE TrialBalanceRecord
          END-PERFORM.
       WriteTermDepositBlock.
          OPEN INPUT TermFile
          IF NOT TermFileOK THEN
             DISPLAY "LOG: NO HAY PLAZOFIJO.DAT - SIN BLOQUE DE "
                "DEPOSITOS A PLAZO"
          ELSE
             MOVE SPACES TO TrialBalanceRecord
             MOVE "  DEPOSITOS A PLAZO FIJO VIGENTES" TO
                TrialBalanceRecord
             WRITE TrialBalanceRecord
             READ TermFile INTO WS-PLAZO-LINE
                AT END SET EOFTermFile TO TRUE
             END-READ
             PERFORM UNTIL EOFTermFile
                IF WS-PLAZO-LINE IS NOT EQUAL TO SPACES
                      AND PlazoVigente THEN
                   ADD 1 TO WS-TERM-COUNT
                   PERFORM AccumulateTermByCurrency
                   MOVE PF-NUMERO  TO TBP-NUMERO
                   MOVE PF-DNI     TO TBP-DOC
                   MOVE PF-CUENTA  TO TBP-CUENTA
                   MOVE PF-MONEDA  TO TBP-MONEDA
                   MOVE PF-VENCE   TO TBP-VENCE
                   MOVE PF-CAPITAL TO TBP-CAPITAL
                   MOVE SPACES TO TrialBalanceRecord
                   MOVE WS-TB-TERM-DETAIL TO TrialBalanceRecord
                   WRITE TrialBalanceRecord
                END-IF
                READ TermFile INTO WS-PLAZO-LINE
                   AT END SET EOFTermFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE TermFile
             DISPLAY "DEPOSITOS A PLAZO   : " WS-TERM-COUNT

             MOVE SPACES TO TrialBalanceRecord
             MOVE "TOTAL DEPOSITOS PLAZO:  " TO TBS-LABEL
             MOVE WS-TERM-COUNT TO TBS-VALUE
             MOVE WS-TB-SUMMARY TO TrialBalanceRecord
             WRITE TrialBalanceRecord

             PERFORM VARYING TermCurrencyIdx FROM 1 BY 1
                UNTIL TermCurrencyIdx > TermCurrencyCount
                DISPLAY "DEPOSITOS PLAZO " TCU-CODE(TermCurrencyIdx)
                   " : " TCU-COUNT(TermCurrencyIdx)
                DISPLAY "CAPITAL PLAZO " TCU-CODE(TermCurrencyIdx)
                   "   : " TCU-TOTAL(TermCurrencyIdx)
                MOVE SPACES TO TrialBalanceRecord
                MOVE SPACES TO TBS-LABEL
                STRING "CAPITAL PLAZO " DELIMITED BY SIZE
                       TCU-CODE(TermCurrencyIdx) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                   INTO TBS-LABEL
                MOVE TCU-TOTAL(TermCurrencyIdx) TO TBS-VALUE
                MOVE WS-TB-SUMMARY TO TrialBalanceRecord
                WRITE TrialBalanceRecord
             END-PERFORM
          END-IF.
       AccumulateTermByCurrency.
          MOVE "N" TO WS-CUR-FOUND-SW
          PERFORM VARYING TermCurrencyIdx FROM 1 BY 1
             UNTIL TermCurrencyIdx > TermCurrencyCount
             IF TCU-CODE(TermCurrencyIdx) IS EQUAL TO PF-MONEDA THEN
                ADD 1 TO TCU-COUNT(TermCurrencyIdx)
                ADD PF-CAPITAL TO TCU-TOTAL(TermCurrencyIdx)
                MOVE "Y" TO WS-CUR-FOUND-SW
                EXIT PERFORM
             END-IF
          END-PERFORM
          IF NOT WS-CUR-FOUND THEN
             IF TermCurrencyCount >= 5 THEN
                DISPLAY "AVISO: MAS DE 5 MONEDAS A PLAZO - SE "
                   "OMITE EL SUBTOTAL DE " PF-MONEDA
             ELSE
                ADD 1 TO TermCurrencyCount
                MOVE PF-MONEDA TO TCU-CODE(TermCurrencyCount)
                MOVE 1 TO TCU-COUNT(TermCurrencyCount)
                MOVE PF-CAPITAL TO TCU-TOTAL(TermCurrencyCount)
             END-IF
          END-IF.
       WriteControlFigures.
          MOVE "Practica2-4Sesion6" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE

          SELECT ExtractFile ASSIGN TO WS-EXTRACT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXTRACT-STATUS.
          SELECT FxOperFile ASSIGN TO WS-FXOPER-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FXOPER-STATUS.
          SELECT InterchangeFile ASSIGN TO WS-INTERCHG-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-INTERCHG-STATUS.
          SELECT DbProfileFile ASSIGN TO "DBPROFILE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DBPROFILE-STATUS.
          88 EOFGlMapFile        VALUES      HIGH-VALUES.
       FD ExtractFile.
       01 ExtractRecord          PIC X(60)   VALUES SPACES.
       FD FxOperFile.
       01 FxOperBuffer           PIC X(100)  VALUES SPACES.
          88 EOFFxOperFile       VALUES      HIGH-VALUES.
       FD InterchangeFile.
       01 InterchangeBuffer      PIC X(40)   VALUES SPACES.
          88 EOFInterchange      VALUES      HIGH-VALUES.
       FD DbProfileFile.
       01 DbProfileBuffer        PIC X(100)  VALUES SPACES.
          88 EOFDbProfile        VALUES      HIGH-VALUES.
       COPY "ExceptionLogFields".
       COPY "ControlFiguresFields".
       COPY "ProcessDateFields".
       COPY "FxOperationFields".
       01 WS-RUN-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-FXOPER-FILENAME     PIC X(30)   VALUE SPACES.
       01 WS-FX-COUNT            PIC 9(7)    VALUE ZERO.
       01 WS-INTERCHG-STATUS     PIC X(2)    VALUE SPACE.
          88 InterchangeFileOK   VALUE "00".
       01 WS-INTERCHG-FILENAME   PIC X(30)   VALUE SPACES.
       01 WS-INTERCHG-COUNT      PIC 9(7)    VALUE ZERO.
      * NETO DE LA LIQUIDACION DE INTERCAMBIO CON LA RED DE CAJEROS
      * (INTERCAMBIO_<FECHA>.DAT DE Practica2Intercambio).
       01 WS-INTERCHG-LINE.
          05 IC-TIPOMOV          PIC X(10)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 IC-MONTO            PIC 9(9)V99 VALUE ZERO.
          05 FILLER              PIC X       VALUE SPACE.
          05 IC-SUCURSAL         PIC X(4)    VALUE SPACES.
       01 WS-MAP-STATUS          PIC X(2)    VALUE SPACE.
          88 GlMapFileOK         VALUE "00".
       01 WS-EXTRACT-STATUS      PIC X(2)    VALUE SPACE.
          MOVE WS-RUN-DATE TO GH-DATE
          WRITE ExtractRecord FROM WS-GL-HEADER
          PERFORM ExtractDayMovements
          PERFORM ExtractFxIncome
          PERFORM ExtractInterchange
          PERFORM WriteExceptionSection
          PERFORM WriteBranchTotals
          MOVE WS-TOTAL-DEBE  TO GT-DEBE
          DISPLAY "MOVIMIENTOS LEIDOS : " WS-MOV-COUNT
          DISPLAY "PATAS EMITIDAS     : " WS-LEG-COUNT
          DISPLAY "SIN MAPA CONTABLE  : " WS-UNMAPPED-COUNT
          DISPLAY "INGRESOS POR CAMBIO: " WS-FX-COUNT
          DISPLAY "LIQUIDACION DE RED : " WS-INTERCHG-COUNT
          DISPLAY "TOTAL DEBE         : " WS-TOTAL-DEBE
          DISPLAY "TOTAL HABER        : " WS-TOTAL-HABER
          DISPLAY "============================"
          EXEC SQL
             CLOSE C1
          END-EXEC.
       ExtractFxIncome.
      *   EL DIFERENCIAL GANADO EN LAS CONVERSIONES DEL POSTEO NO ES
      *   UN MOVIMIENTO DE CLIENTE: VIENE DE FXOPER_<FECHA>.DAT Y SE
      *   ASIENTA COMO INGRESOFX CON SU PROPIA LINEA DE GLMAP.DAT.
          STRING "FXOPER_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".DAT" DELIMITED BY SIZE
             INTO WS-FXOPER-FILENAME
          OPEN INPUT FxOperFile
          IF NOT FxOperFileOK THEN
             DISPLAY "LOG: NO HAY " WS-FXOPER-FILENAME
                " - SIN INGRESOS POR CAMBIO"
          ELSE
             READ FxOperFile INTO WS-FXOPER-LINE
                AT END SET EOFFxOperFile TO TRUE
             END-READ
             PERFORM UNTIL EOFFxOperFile
                IF FX-INGRESO IS GREATER THAN ZERO THEN
                   ADD 1 TO WS-MOV-COUNT
                   ADD 1 TO WS-FX-COUNT
                   MOVE FX-DOC      TO G-DOC
                   MOVE FX-CUENTA   TO G-CUENTA
                   MOVE FX-INGRESO  TO G-MONTO
                   MOVE "INGRESOFX" TO G-TIPOMOV
                   MOVE FX-SUCURSAL TO G-SUCURSAL
                   PERFORM EmitJournalLegs
                END-IF
                READ FxOperFile INTO WS-FXOPER-LINE
                   AT END SET EOFFxOperFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE FxOperFile
          END-IF.
       ExtractInterchange.
      *   EL NETO DE INTERCAMBIO CON LA RED TAMPOCO ES MOVIMIENTO DE
      *   CLIENTE: SE ASIENTA COMO INTERCCOBR O INTERCPAGO CON SU
      *   PROPIA LINEA DE GLMAP.DAT.
          STRING "INTERCAMBIO_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".DAT" DELIMITED BY SIZE
             INTO WS-INTERCHG-FILENAME
          OPEN INPUT InterchangeFile
          IF NOT InterchangeFileOK THEN
             DISPLAY "LOG: NO HAY " WS-INTERCHG-FILENAME
                " - SIN LIQUIDACION DE INTERCAMBIO"
          ELSE
             READ InterchangeFile INTO WS-INTERCHG-LINE
                AT END SET EOFInterchange TO TRUE
             END-READ
             PERFORM UNTIL EOFInterchange
                IF IC-MONTO IS GREATER THAN ZERO THEN
                   ADD 1 TO WS-MOV-COUNT
                   ADD 1 TO WS-INTERCHG-COUNT
                   MOVE SPACES      TO G-DOC
                   MOVE "RED"       TO G-CUENTA
                   MOVE IC-MONTO    TO G-MONTO
                   MOVE IC-TIPOMOV  TO G-TIPOMOV
                   MOVE IC-SUCURSAL TO G-SUCURSAL
                   PERFORM EmitJournalLegs
                END-IF
                READ InterchangeFile INTO WS-INTERCHG-LINE
                   AT END SET EOFInterchange TO TRUE
                END-READ
             END-PERFORM
             CLOSE InterchangeFile
          END-IF.
       EmitJournalLegs.
      *   CADA MOVIMIENTO PRODUCE SU PATA DEBE Y SU PATA HABER SEGUN
      *   EL MAPA; LO NO MAPEADO VA A LA SECCION DE EXCEPCIONES PARA

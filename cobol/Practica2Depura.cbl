      * ES LA PROTECCION CONTRA BORRAR UN MOVHIST QUE EL MANIFIESTO
      * TODAVIA USA); CADA DECISION QUEDA EN EL LOG DE DISPOSICION
      * DEPURALOG.DAT CON SU MOTIVO.
      * UNA POLITICA DE TIPO G CUENTA GENERACIONES EN LUGAR DE DIAS:
      * LA GENERACION ES EL TRAMO DEL NOMBRE QUE SIGUE AL PREFIJO HASTA
      * EL PRIMER "_" (SNAP_20261015A_EMBARGOS.DAT ES DE LA GENERACION
      * 20261015A) Y SE CONSERVAN LAS N GENERACIONES MAS RECIENTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          05 POL-PREFIJO      PIC X(20)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 POL-DIAS         PIC 9(4)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 POL-TIPO         PIC X(1)    VALUE SPACE.
       01 PolicyTable.
          05 PolicyCount      PIC 9(2)    VALUE ZERO.
          05 PolicyEntry OCCURS 50 TIMES.
             10 PT-PREFIJO    PIC X(20).
             10 PT-LARGO      PIC 9(2).
             10 PT-DIAS       PIC 9(4).
             10 PT-TIPO       PIC X(1).
                88 PT-GENERACIONES VALUE "G".
       01 PolicyIdx           PIC 9(2)    VALUE ZERO.
       01 WS-GEN-POLICY-SW    PIC X(1)    VALUE "N".
          88 WS-GEN-POLICY    VALUE "Y".
      * GENERACIONES DISTINTAS PRESENTES EN LISTARETEN.DAT POR CADA
      * POLITICA DE TIPO G.
       01 GenTable.
          05 GenCount         PIC 9(4)    VALUE ZERO.
          05 GenEntry OCCURS 500 TIMES.
             10 GT-POLICY     PIC 9(2).
             10 GT-TAG        PIC X(20).
       01 GenIdx              PIC 9(4)    VALUE ZERO.
       01 WS-GEN-TAG          PIC X(20)   VALUE SPACES.
       01 WS-GEN-FOUND-SW     PIC X(1)    VALUE "N".
          88 WS-GEN-FOUND     VALUE "Y".
       01 WS-GEN-NEWER        PIC 9(4)    VALUE ZERO.
       01 WS-POL-FOUND-SW     PIC X(1)    VALUE "N".
          88 WS-POL-FOUND     VALUE "Y".
       01 WS-PREFIX-LEN       PIC 9(2)    VALUE ZERO.
          DISPLAY "*** DEPURACION DE SALIDAS FECHADAS ***"
          PERFORM LoadProcessDate
          PERFORM LoadPolicies
          IF WS-GEN-POLICY THEN
             PERFORM LoadGenerations
          END-IF
          OPEN INPUT ListFile
          IF ListFileNotFound THEN
             DISPLAY "LOG: NO HAY LISTARETEN.DAT - NADA QUE DEPURAR"
                ADD 1 TO PolicyCount
                MOVE POL-PREFIJO TO PT-PREFIJO(PolicyCount)
                MOVE POL-DIAS    TO PT-DIAS(PolicyCount)
                MOVE POL-TIPO    TO PT-TIPO(PolicyCount)
                IF PT-GENERACIONES(PolicyCount) THEN
                   SET WS-GEN-POLICY TO TRUE
                END-IF
                PERFORM MeasurePrefix
                MOVE WS-PREFIX-LEN TO PT-LARGO(PolicyCount)
             END-IF
                MOVE WS-SCAN-IDX TO WS-PREFIX-LEN
             END-IF
          END-PERFORM.
       LoadGenerations.
      *   PRIMERA PASADA: SE ARMA LA LISTA DE GENERACIONES DISTINTAS DE
      *   CADA POLITICA G PARA SABER CUALES SON LAS MAS RECIENTES.
          OPEN INPUT ListFile
          IF ListFileOK THEN
             READ ListFile INTO WS-FILENAME
                AT END SET EOFListFile TO TRUE
             END-READ
             PERFORM UNTIL EOFListFile
                IF WS-FILENAME IS NOT EQUAL TO SPACES THEN
                   PERFORM FindPolicyForFile
                   IF WS-POL-FOUND THEN
                      IF PT-GENERACIONES(PolicyIdx) THEN
                         PERFORM ExtractGenerationTag
                         PERFORM AddGeneration
                      END-IF
                   END-IF
                END-IF
                READ ListFile INTO WS-FILENAME
                   AT END SET EOFListFile TO TRUE
                END-READ
             END-PERFORM
          END-IF
          CLOSE ListFile
          DISPLAY "LOG: GENERACIONES EN LISTA: " GenCount.
       ExtractGenerationTag.
          MOVE SPACES TO WS-GEN-TAG
          COMPUTE WS-SCAN-IDX = PT-LARGO(PolicyIdx) + 1
          UNSTRING WS-FILENAME(WS-SCAN-IDX:) DELIMITED BY "_"
             INTO WS-GEN-TAG.
       AddGeneration.
          MOVE "N" TO WS-GEN-FOUND-SW
          PERFORM VARYING GenIdx FROM 1 BY 1
             UNTIL GenIdx > GenCount OR WS-GEN-FOUND
             IF GT-POLICY(GenIdx) IS EQUAL TO PolicyIdx
                   AND GT-TAG(GenIdx) IS EQUAL TO WS-GEN-TAG THEN
                SET WS-GEN-FOUND TO TRUE
             END-IF
          END-PERFORM
          IF NOT WS-GEN-FOUND AND GenCount IS LESS THAN 500 THEN
             ADD 1 TO GenCount
             MOVE PolicyIdx  TO GT-POLICY(GenCount)
             MOVE WS-GEN-TAG TO GT-TAG(GenCount)
          END-IF.
       CountNewerGenerations.
          MOVE ZERO TO WS-GEN-NEWER
          PERFORM VARYING GenIdx FROM 1 BY 1
             UNTIL GenIdx > GenCount
             IF GT-POLICY(GenIdx) IS EQUAL TO PolicyIdx
                   AND GT-TAG(GenIdx) IS GREATER THAN WS-GEN-TAG THEN
                ADD 1 TO WS-GEN-NEWER
             END-IF
          END-PERFORM.
       EvaluateOneFile.
          PERFORM FindPolicyForFile
          IF WS-POL-FOUND THEN
             IF PT-GENERACIONES(PolicyIdx) THEN
                PERFORM ExtractGenerationTag
                PERFORM CountNewerGenerations
                MOVE "Y" TO WS-DATE-FOUND-SW
             ELSE
                PERFORM ExtractFileDate
             END-IF
          END-IF
          IF NOT WS-POL-FOUND OR NOT WS-DATE-FOUND THEN
             ADD 1 TO WS-KEPT-COUNT
          ELSE
             IF PT-GENERACIONES(PolicyIdx) THEN
                MOVE WS-GEN-NEWER TO WS-DAYS-OLD
             ELSE
                COMPUTE WS-DAYS-OLD =
                   (WS-RUN-YEAR - WS-FD-YEAR) * 360
                   + (WS-RUN-MONTH - WS-FD-MONTH) * 30
                   + (WS-RUN-DAY - WS-FD-DAY)
             END-IF
      *      EN UNA POLITICA G SE BORRA CUANDO YA HAY N GENERACIONES
      *      MAS NUEVAS (WS-DAYS-OLD LLEVA ESE CONTEO).
             IF (PT-GENERACIONES(PolicyIdx)
                   AND WS-DAYS-OLD IS LESS THAN PT-DIAS(PolicyIdx))
                   OR (NOT PT-GENERACIONES(PolicyIdx)
                   AND WS-DAYS-OLD IS NOT GREATER THAN
                   PT-DIAS(PolicyIdx)) THEN
                ADD 1 TO WS-KEPT-COUNT
             ELSE
                PERFORM CheckManifest
          END-IF
          MOVE "BORRADO" TO DL-ACCION
          MOVE SPACES TO DL-MOTIVO
          IF PT-GENERACIONES(PolicyIdx) THEN
             STRING "EXCEDE " DELIMITED BY SIZE
                    PT-DIAS(PolicyIdx) DELIMITED BY SIZE
                    " GENER" DELIMITED BY SIZE
                INTO DL-MOTIVO
          ELSE
             STRING "VENCIDO " DELIMITED BY SIZE
                    PT-DIAS(PolicyIdx) DELIMITED BY SIZE
                    " DIAS" DELIMITED BY SIZE
                INTO DL-MOTIVO
          END-IF
          PERFORM WriteDisposalLog
          DISPLAY "LOG: BORRADO " WS-FILENAME " (" DL-MOTIVO ")".
       WriteDisposalLog.

          05 SU-DIFF          PIC X(12)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 SU-COMENT        PIC X(4)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
      *   ORIGEN DE LA PARTIDA: BLANCO PARA LAS DIFERENCIAS DE LA
      *   CONCILIACION DE RETIROS, CAJA PARA LOS SOBRANTES Y FALTANTES
      *   DE VENTANILLA (Practica2Ventanilla, CON EL CAJERO EN SU-DNI),
      *   CGL PARA LAS DIFERENCIAS DEL MAYOR CONTRA EL AUXILIAR
      *   (Practica2ConcilGL, CON SUCURSAL Y MONEDA EN SU-DNI).
          05 SU-FUENTE        PIC X(4)    VALUE SPACES.
             88 SuspensoDeCaja VALUE "CAJA".
             88 SuspensoDeMayor VALUE "CGL".
       01 WS-COM-LINE.
          05 CO-DNI           PIC X(8)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
             10 IT-ORIGEN     PIC X(8).
             10 IT-DIFF       PIC X(12).
             10 IT-COMENT     PIC X(4).
             10 IT-FUENTE     PIC X(4).
             10 IT-PRESENT-SW PIC X(1).
       01 ItemIdx             PIC 9(4)    VALUE ZERO.
      * CODIGO DE COMENTARIO CON EL QUE EL ANALISTA DA POR RESUELTA
      * UNA PARTIDA DE CAJA (FALTANTE REPUESTO O SOBRANTE DEVUELTO).
       01 WS-CAJA-CIERRE      PIC X(4)    VALUE "CERR".
       01 WS-ITEM-FOUND-SW    PIC X(1)    VALUE "N".
          88 WS-ITEM-FOUND    VALUE "Y".
       01 WS-NEW-COUNT        PIC 9(4)    VALUE ZERO.
                MOVE SU-ORIGEN TO IT-ORIGEN(ItemCount)
                MOVE SU-DIFF   TO IT-DIFF(ItemCount)
                MOVE SU-COMENT TO IT-COMENT(ItemCount)
                MOVE SU-FUENTE TO IT-FUENTE(ItemCount)
      *         LAS PARTIDAS DE CAJA NO DEPENDEN DE LA CONCILIACION DE
      *         RETIROS: SE ARRASTRAN HASTA QUE EL ANALISTA LAS CIERRE.
      *         LAS DEL MAYOR LAS RENUEVA CADA NOCHE SU CONCILIACION.
                IF SuspensoDeCaja OR SuspensoDeMayor THEN
                   MOVE "Y"    TO IT-PRESENT-SW(ItemCount)
                ELSE
                   MOVE "N"    TO IT-PRESENT-SW(ItemCount)
                END-IF
                READ SuspenseFile INTO WS-SUSP-LINE
                   AT END SET EOFSuspenseFile TO TRUE
                END-READ
                         AND IT-ORIGEN(ItemIdx) IS EQUAL TO
                            CO-ORIGEN THEN
                      MOVE CO-CODE TO IT-COMENT(ItemIdx)
                      IF IT-FUENTE(ItemIdx) IS EQUAL TO "CAJA"
                            AND CO-CODE IS EQUAL TO WS-CAJA-CIERRE THEN
                         MOVE "N" TO IT-PRESENT-SW(ItemIdx)
                      END-IF
                   END-IF
                END-PERFORM
                READ CommentFile INTO WS-COM-LINE
             PERFORM LogException
             PERFORM VARYING ItemIdx FROM 1 BY 1
                UNTIL ItemIdx > ItemCount
                IF IT-FUENTE(ItemIdx) IS EQUAL TO SPACES THEN
                   MOVE "Y" TO IT-PRESENT-SW(ItemIdx)
                END-IF
             END-PERFORM
          ELSE
             READ ReconFile INTO WS-RECON-LINE
          MOVE "N" TO WS-ITEM-FOUND-SW
          PERFORM VARYING ItemIdx FROM 1 BY 1
             UNTIL ItemIdx > ItemCount
             IF IT-DNI(ItemIdx) IS EQUAL TO RL-DNI
                   AND IT-FUENTE(ItemIdx) IS EQUAL TO SPACES THEN
                SET WS-ITEM-FOUND TO TRUE
                EXIT PERFORM
             END-IF
             MOVE WS-RUN-DATE TO IT-ORIGEN(ItemCount)
             MOVE RL-DIFF     TO IT-DIFF(ItemCount)
             MOVE SPACES      TO IT-COMENT(ItemCount)
             MOVE SPACES      TO IT-FUENTE(ItemCount)
             MOVE "Y"         TO IT-PRESENT-SW(ItemCount)
          END-IF.
       AutoClearMatched.
          PERFORM VARYING ItemIdx FROM 1 BY 1
             UNTIL ItemIdx > ItemCount
             IF IT-PRESENT-SW(ItemIdx) IS EQUAL TO "Y"
                   AND IT-FUENTE(ItemIdx) IS EQUAL TO SPACES
                   AND IT-ORIGEN(ItemIdx) IS NOT EQUAL TO
                      WS-RUN-DATE THEN
                PERFORM TryAutoMatch
             MOVE WS-AGE-DAYS        TO AG-DIAS
             MOVE IT-COMENT(ItemIdx) TO AG-COMENT
             MOVE SPACES             TO AG-NOTA
             IF IT-FUENTE(ItemIdx) IS EQUAL TO "CAJA" THEN
                MOVE "PARTIDA DE CAJA"   TO AG-NOTA
             END-IF
             IF IT-FUENTE(ItemIdx) IS EQUAL TO "CGL" THEN
                MOVE "MAYOR VS AUXILIAR" TO AG-NOTA
             END-IF
             IF WS-AGE-DAYS IS GREATER THAN 7
                   AND IT-COMENT(ItemIdx) IS EQUAL TO SPACES THEN
                ADD 1 TO WS-NOCOMMENT-COUNT
                MOVE IT-ORIGEN(ItemIdx) TO SU-ORIGEN
                MOVE IT-DIFF(ItemIdx)   TO SU-DIFF
                MOVE IT-COMENT(ItemIdx) TO SU-COMENT
                MOVE IT-FUENTE(ItemIdx) TO SU-FUENTE
                WRITE SuspenseBuffer FROM WS-SUSP-LINE
             END-IF
          END-PERFORM

       01 D-DISPONIBLE     PIC Z(9)9-     VALUE ZEROS.
       01 WS-MOV-COUNT     PIC 9(2)       VALUE ZERO.
       01 WS-MOV-LIMIT     PIC 9(2)       VALUE 5.
      * LA CUENTA SE ENCUENTRA POR CUALQUIERA DE SUS TITULARES: EL
      * DNI DE UN COTITULAR SE TRADUCE AL DOCCLIEN DE LA CUENTA.
       01 WS-TITULAR       PIC X(8)       VALUE SPACES.
       01 WS-REGLA-FIRMA   PIC X(1)       VALUE SPACE.
          88 FirmaIndistinta VALUE "I".
          88 FirmaConjunta   VALUE "M".
       01 WS-ROL-CONSULTA  PIC X(1)       VALUE SPACE.
       01 WS-CONSULTA-DOC  PIC X(8)       VALUE SPACES.

       EXEC SQL INCLUDE SQLCA END-EXEC.

         WRITE ControlFiguresRecord FROM WS-CIFRAS-LINE
         CLOSE ControlFiguresFile.
       SelectOneByKey.
         MOVE S-DOC TO WS-CONSULTA-DOC
         CALL "BuscaTitular" USING WS-CONSULTA-DOC S-CUENTA WS-TITULAR
            WS-REGLA-FIRMA WS-ROL-CONSULTA
         IF WS-TITULAR IS NOT EQUAL TO WS-CONSULTA-DOC THEN
            DISPLAY "LOG: " WS-CONSULTA-DOC " FIGURA EN LA CUENTA "
               S-CUENTA " (ROL " WS-ROL-CONSULTA ") - TITULAR "
               WS-TITULAR
            MOVE WS-TITULAR TO S-DOC
         END-IF
         DISPLAY "SEARCH FOR REGISTER WITH KEY: " S-DOC SPACE S-CUENTA
         EXEC SQL
           DECLARE C1 CURSOR FOR SELECT SALDOACT, ESTCUENT
            IF N-NOMBRE IS NOT EQUAL TO SPACES THEN
               DISPLAY "NOMBRE: " N-NOMBRE
            END-IF
            IF WS-CONSULTA-DOC IS NOT EQUAL TO S-DOC THEN
               DISPLAY "CONSULTADO POR: " WS-CONSULTA-DOC
                  " (ROL " WS-ROL-CONSULTA ")"
            END-IF
            EVALUATE TRUE
               WHEN FirmaConjunta
                  DISPLAY "FIRMA: CONJUNTA (AMBOS TITULARES)"
               WHEN FirmaIndistinta
                  DISPLAY "FIRMA: INDISTINTA (CUALQUIER TITULAR)"
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            EVALUATE TRUE
               WHEN CuentaActiva
                  MOVE "ACTIVA"            TO WS-ESTADO-DESC
               COMPUTE WS-DISPONIBLE =
                  S-ACTSAL - WS-HOLD-TOTAL - WS-GARN-TOTAL
               MOVE WS-DISPONIBLE TO D-DISPONIBLE
               DISPLAY "RETENIDO (PREAUT./CANJE): " D-RETENIDO
               DISPLAY "EMBARGADO (JUDICIAL): " D-EMBARGADO
               DISPLAY "SALDO DISPONIBLE: " D-DISPONIBLE
               PERFORM DisplayGarnishDetail
         END-EXEC.
       ComputeOpenHolds.
      *  EL SALDO DISPONIBLE DESCUENTA LAS RETENCIONES VIGENTES DE
      *  RETENCION.DAT (PREAUTORIZACIONES AUN NO POSTEADAS Y
      *  CHEQUES EN CANJE).
         MOVE ZERO TO WS-HOLD-TOTAL
         OPEN INPUT HoldsFile
         IF NOT HoldsFileOK THEN

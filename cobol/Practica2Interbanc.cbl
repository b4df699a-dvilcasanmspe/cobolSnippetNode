          88 ReasonHeld       VALUE "R02".
          88 ReasonClosed     VALUE "R03".
          88 ReasonFunds      VALUE "R04".
          88 ReasonDeceased   VALUE "R05".
          88 ReasonSql        VALUE "R99".
       01 WS-READ-COUNT       PIC 9(5)    VALUE ZERO.
       01 WS-APPLIED-COUNT    PIC 9(5)    VALUE ZERO.
          88 CuentaCerrada VALUE "C".
          88 CuentaRetenida VALUES "S", "J".
       01 B-SIGNO          PIC S9(1)      VALUE ZERO.
       01 B-CLIESTADO      PIC X(1)       VALUE SPACE.
          88 TitularFallecido VALUE "F".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
          IF SQLCODE IS NOT EQUAL TO ZERO THEN
             SET ReasonNoAccount TO TRUE
          ELSE
      *      UN TITULAR FALLECIDO SE DEVUELVE CON SU PROPIO MOTIVO
      *      PARA QUE EL BANCO ORDENANTE NO LO REINTENTE.
             MOVE SPACE TO B-CLIESTADO
             EXEC SQL
                SELECT estclien INTO :B-CLIESTADO
                FROM clientes
                WHERE dniclien=:B-DOC
             END-EXEC
             EVALUATE TRUE
                WHEN CuentaCerrada
                   SET ReasonClosed TO TRUE
                WHEN TitularFallecido
                   SET ReasonDeceased TO TRUE
                WHEN CuentaRetenida
                   SET ReasonHeld TO TRUE
                WHEN NOT CuentaActiva
                MOVE "CUENTA CERRADA"       TO RV-REASON-TEXT
             WHEN ReasonFunds
                MOVE "SALDO INSUFICIENTE"   TO RV-REASON-TEXT
             WHEN ReasonDeceased
                MOVE "TITULAR FALLECIDO"    TO RV-REASON-TEXT
             WHEN ReasonSql
                MOVE "ERROR DE APLICACION"  TO RV-REASON-TEXT
          END-EVALUATE

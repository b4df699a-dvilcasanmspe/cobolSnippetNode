          05 APR-OPERATOR        PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 APR-APPROVER        PIC X(8)    VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          05 APR-CONSENT         PIC X(8)    VALUE SPACES.
       01 WS-RECH-LINE.
          05 RCH-PENDING         PIC X(40)   VALUE SPACES.
          05 FILLER              PIC X       VALUE SPACE.
          88 DecisionApprove     VALUES "A", "a".
          88 DecisionReject      VALUES "R", "r".
       01 WS-COMMENT             PIC X(20)   VALUE SPACES.
      * CUENTAS CON COTITULARES (COTITULARES.DAT): EL AJUSTE SE APLICA
      * SOBRE EL TITULAR Y, SI LA CUENTA ES DE FIRMA CONJUNTA, NO SE
      * APRUEBA SIN EL CONSENTIMIENTO DE OTRO TITULAR DE LA CUENTA
      * DISTINTO DEL QUE FIGURA EN LA SOLICITUD.
       01 WS-TITULAR             PIC X(8)    VALUE SPACES.
       01 WS-REGLA-FIRMA         PIC X(1)    VALUE SPACE.
          88 FirmaIndistinta     VALUE "I".
          88 FirmaConjunta       VALUE "M".
       01 WS-ROL-CONSULTA        PIC X(1)    VALUE SPACE.
       01 WS-CONSENT-DOC         PIC X(8)    VALUE SPACES.
       01 WS-CONSENT-TITULAR     PIC X(8)    VALUE SPACES.
       01 WS-CONSENT-REGLA       PIC X(1)    VALUE SPACE.
       01 WS-CONSENT-ROL         PIC X(1)    VALUE SPACE.
          88 ConsentRolValido    VALUES "T", "C".
       01 WS-CONSENT-SW          PIC X(1)    VALUE "N".
          88 WS-CONSENT-OK       VALUE "Y".
       01 WS-DELTA-NUM           PIC S9(9) SIGN IS LEADING SEPARATE
                                             VALUE ZERO.
       01 WS-DELTA-X REDEFINES WS-DELTA-NUM
          DISPLAY "CUENTA   : " PND-DOC SPACE PND-CUENTA
          DISPLAY "AJUSTE   : " PND-DELTA
          DISPLAY "SOLICITO : " PND-OPERATOR
          CALL "BuscaTitular" USING PND-DOC PND-CUENTA WS-TITULAR
             WS-REGLA-FIRMA WS-ROL-CONSULTA
          IF WS-TITULAR IS NOT EQUAL TO PND-DOC THEN
             DISPLAY "TITULAR  : " WS-TITULAR " (SOLICITADO POR "
                "COTITULAR " PND-DOC ")"
          END-IF
          IF FirmaConjunta THEN
             DISPLAY "FIRMA    : CONJUNTA - REQUIERE CONSENTIMIENTO "
                "DEL COTITULAR"
          END-IF
          CALL "ValidaCuenta" USING PND-CUENTA WS-CTA-VALIDA
          IF NOT CuentaBienFormada THEN
             DISPLAY "ERROR: NUMERO DE CUENTA MAL FORMADO O DIGITO "
             MOVE SPACE TO WS-DECISION
             ACCEPT WS-DECISION
             EVALUATE TRUE
                WHEN DecisionApprove AND FirmaConjunta
                   PERFORM CaptureConsent
                   IF WS-CONSENT-OK THEN
                      PERFORM WriteApprovedEntry
                   ELSE
                      DISPLAY "AJUSTE SIN CONSENTIMIENTO VALIDO - "
                         "QUEDA PENDIENTE"
                      ADD 1 TO WS-KEPT-COUNT
                   END-IF
                WHEN DecisionApprove
                   MOVE SPACES TO WS-CONSENT-DOC
                   PERFORM WriteApprovedEntry
                WHEN DecisionReject
                   PERFORM WriteRejectedEntry
                   ADD 1 TO WS-KEPT-COUNT
             END-EVALUATE
          END-IF.
       CaptureConsent.
      *   EL QUE CONSIENTE DEBE SER TITULAR O COTITULAR DE LA MISMA
      *   CUENTA (UN APODERADO NO CUENTA COMO SEGUNDA FIRMA) Y NO
      *   PUEDE SER EL MISMO DNI QUE PIDIO EL AJUSTE.
          MOVE "N" TO WS-CONSENT-SW
          DISPLAY "DNI DEL COTITULAR QUE CONSIENTE:"
          MOVE SPACES TO WS-CONSENT-DOC
          ACCEPT WS-CONSENT-DOC
          IF WS-CONSENT-DOC IS EQUAL TO SPACES
                OR WS-CONSENT-DOC IS EQUAL TO PND-DOC THEN
             DISPLAY "ERROR: EL CONSENTIMIENTO DEBE DARLO OTRO "
                "TITULAR DE LA CUENTA"
          ELSE
             CALL "BuscaTitular" USING WS-CONSENT-DOC PND-CUENTA
                WS-CONSENT-TITULAR WS-CONSENT-REGLA WS-CONSENT-ROL
             IF WS-CONSENT-TITULAR IS EQUAL TO WS-TITULAR
                   AND ConsentRolValido THEN
                SET WS-CONSENT-OK TO TRUE
                MOVE "Practica2Aprueba" TO EXLOG-PROGRAM
                MOVE "CONSENTIM"        TO EXLOG-CODETYPE
                MOVE WS-CONSENT-DOC     TO EXLOG-CODEVALUE
                STRING WS-TITULAR DELIMITED BY SIZE
                       SPACE DELIMITED BY SIZE
                       PND-CUENTA DELIMITED BY SIZE
                   INTO EXLOG-KEYVALUE
                PERFORM LogException
             ELSE
                DISPLAY "ERROR: " WS-CONSENT-DOC " NO ES TITULAR NI "
                   "COTITULAR DE LA CUENTA " PND-CUENTA
             END-IF
          END-IF.
       ShowCurrentBalance.
          MOVE WS-TITULAR TO A-DOC
          MOVE PND-CUENTA TO A-CUENTA
          EXEC SQL
             SELECT saldoact INTO :A-SALDO
       WriteApprovedEntry.
          ADD 1 TO WS-APPROVED-COUNT
          MOVE "N" TO PT-KEEP-SW(PendIdx)
          MOVE WS-TITULAR   TO APR-DOC
          MOVE PND-CUENTA   TO APR-CUENTA
          MOVE PND-DELTA    TO APR-DELTA
          MOVE PND-OPERATOR TO APR-OPERATOR
          MOVE WS-APPROVER  TO APR-APPROVER
          MOVE WS-CONSENT-DOC TO APR-CONSENT
          OPEN EXTEND ApprovedFile
          IF NOT ApprovedFileOK THEN
             CLOSE ApprovedFile

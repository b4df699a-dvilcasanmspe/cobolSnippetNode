      * Shared WORKING-STORAGE for the FXOPER_<fecha>.DAT register of
      * cross-currency postings. Practica2Posteo appends one line per
      * movement converted between USD and PEN: the client, cuenta,
      * movcuenta reference and branch, whether the bank bought (C)
      * or sold (V) dollars, the account currency, the USD and PEN
      * legs, the buy/sell rate applied, the mid rate of the day and
      * the spread earned against the mid rate, in soles.
      * Practica2ExtractoGL journals the spread as INGRESOFX through
      * GLMAP.DAT and Practica2PosicionFx builds treasury's daily
      * position report from the same file.
         01 WS-FXOPER-STATUS       PIC X(2)    VALUE SPACE.
            88 FxOperFileOK        VALUE "00".
            88 FxOperFileNotFound  VALUE "35".
         01 WS-FXOPER-LINE.
            05 FX-DOC              PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 FX-CUENTA           PIC X(10)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 FX-REF              PIC X(19)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 FX-SUCURSAL         PIC X(4)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 FX-OPERACION        PIC X(1)    VALUE SPACE.
               88 FxBancoCompra    VALUE "C".
               88 FxBancoVende     VALUE "V".
            05 FILLER              PIC X       VALUE SPACE.
            05 FX-MONEDA-CTA       PIC X(3)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 FX-USD              PIC 9(9)V99 VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 FX-PEN              PIC 9(9)V99 VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 FX-TASA             PIC 9(3)V9(4) VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 FX-MEDIO            PIC 9(3)V9(4) VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 FX-INGRESO          PIC 9(7)V99 VALUE ZERO.

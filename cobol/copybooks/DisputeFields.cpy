      * Shared WORKING-STORAGE for ATM dispute cases (reclamos).
      * RECLAMOS.DAT holds one case per line: case number, client,
      * the cuenta debited, card, terminal, currency, the amount the
      * RETIRO debited, date and time of the original operation, its
      * movcuenta reference (PST... from Practica2Posteo), the case
      * state, opening date, the fecmov of the provisional credit,
      * closing date, the terminal cash-over taken from POSICIONATM.DAT
      * as evidence at resolution and the last operator who acted.
      * States: A open, P provisional credit posted (settlement
      * follow-up), C closed with the credit confirmed, X closed with
      * the credit reversed (extorno), R rejected without credit.
         01 WS-RECLAMO-STATUS      PIC X(2)    VALUE SPACE.
            88 ClaimFileOK         VALUE "00".
            88 ClaimFileNotFound   VALUE "35".
         01 WS-RECLAMO-LINE.
            05 RC-CASO             PIC 9(7)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 RC-DNI              PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 RC-CUENTA           PIC X(10)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 RC-CARD             PIC X(16)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 RC-TERMINAL         PIC X(4)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 RC-MONEDA           PIC X(3)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 RC-MONTO            PIC 9(7)V99 VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 RC-FECOPE           PIC X(10)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 RC-HORAOPE          PIC X(5)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 RC-REFORIG          PIC X(19)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 RC-ESTADO           PIC X(1)    VALUE SPACE.
               88 ReclamoAbierto   VALUE "A".
               88 ReclamoEnSeguimiento VALUE "P".
               88 ReclamoConfirmado VALUE "C".
               88 ReclamoRevertido VALUE "X".
               88 ReclamoRechazado VALUE "R".
               88 ReclamoPendiente VALUES "A", "P".
            05 FILLER              PIC X       VALUE SPACE.
            05 RC-APERTURA         PIC 9(8)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 RC-FECABONO         PIC X(10)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 RC-CIERRE           PIC 9(8)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 RC-SOBRANTE         PIC S9(9) SIGN IS LEADING SEPARATE
                                               VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 RC-OPERADOR         PIC X(8)    VALUE SPACES.

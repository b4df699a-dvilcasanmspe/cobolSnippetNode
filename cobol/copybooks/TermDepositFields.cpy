      * Shared WORKING-STORAGE for the PLAZOFIJO.DAT term deposit
      * register: one deposit per line with its number, the linked
      * cuenta that funded it and receives the payout, the principal,
      * the annual rate (as a fraction: 000650 = 6.50%), the term in
      * days, the opening and maturity dates (maturity already moved
      * to a business day), the renewal instruction and the state.
      * Practica2PlazoFijo maintains the register; the trial balance
      * and the annual interest certificate read it for the deposits
      * still open.
         01 WS-PLAZO-STATUS        PIC X(2)    VALUE SPACE.
            88 TermFileOK          VALUE "00".
            88 TermFileNotFound    VALUE "35".
         01 WS-PLAZO-LINE.
            05 PF-NUMERO           PIC 9(8)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 PF-DNI              PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 PF-CUENTA           PIC X(10)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 PF-CAPITAL          PIC 9(9)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 PF-TASA             PIC 9(2)V9(4) VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 PF-PLAZO            PIC 9(4)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 PF-APERTURA         PIC 9(8)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 PF-VENCE            PIC 9(8)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 PF-RENUEVA          PIC X(1)    VALUE SPACE.
               88 PlazoRenovable   VALUE "S".
            05 FILLER              PIC X       VALUE SPACE.
            05 PF-MONEDA           PIC X(3)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 PF-ESTADO           PIC X(1)    VALUE SPACE.
               88 PlazoVigente     VALUE "A".
               88 PlazoVencido     VALUE "V".
               88 PlazoCancelado   VALUE "C".
            05 FILLER              PIC X       VALUE SPACE.
            05 PF-CIERRE           PIC 9(8)    VALUE ZERO.

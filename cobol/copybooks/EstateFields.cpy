      * Shared WORKING-STORAGE for deceased-client estates, kept by
      * Practica2Clientes. FALLECIDOS.DAT is the append-only register
      * of each estate: DNI, date of death, date and operator of the
      * entry, state (B accounts and cards blocked, awaiting the
      * declaration of heirs; D distributed to the heirs and closed)
      * and the estate totals in soles and in dollars at the date of
      * death, accrued interest included. The latest line per DNI is
      * the one in force.
         01 WS-FALLEC-STATUS       PIC X(2)    VALUE SPACE.
            88 DeceasedFileOK      VALUE "00".
            88 DeceasedNotFound    VALUE "35".
         01 WS-FALLEC-LINE.
            05 FA-DNI              PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 FA-FALLECIMIENTO    PIC 9(8)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 FA-FECHA            PIC 9(8)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 FA-OPERADOR         PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 FA-ESTADO           PIC X(1)    VALUE SPACE.
               88 SucesionBloqueada VALUE "B".
               88 SucesionDistribuida VALUE "D".
            05 FILLER              PIC X       VALUE SPACE.
            05 FA-TOTAL-PEN        PIC S9(11)  SIGN IS LEADING
                                       SEPARATE VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 FA-TOTAL-USD        PIC S9(11)  SIGN IS LEADING
                                       SEPARATE VALUE ZERO.
      * HEREDEROS.DAT carries the declaration of heirs, one line per
      * heir: DNI of the deceased, DNI and account of the heir, and
      * the heir's share in percent with two implied decimals (03333
      * = 33.33%). Each deceased account is split among the heirs
      * whose account is in its currency, so the shares of each
      * currency must add up to 10000.
         01 WS-HEREDERO-STATUS     PIC X(2)    VALUE SPACE.
            88 HeirsFileOK         VALUE "00".
         01 WS-HEREDERO-LINE.
            05 HR-CAUSANTE         PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 HR-DNI              PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 HR-CUENTA           PIC X(10)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 HR-CUOTA            PIC 9(3)V9(2) VALUE ZERO.
            05 HR-CUOTA-X REDEFINES HR-CUOTA
                                   PIC X(5).

      * Shared WORKING-STORAGE for the AML client risk register in
      * RIESGOCLIEN.DAT: Practica2RiesgoAml rewrites it at month end
      * with one line per client holding the rating in force (B low,
      * M medium, A high), its score and month, plus the rating and
      * score of the previous month it replaced. Practica2Avisos and
      * Practica2Fraude read it to apply tighter default thresholds
      * to the clients rated high.
         01 WS-RIESGO-STATUS       PIC X(2)    VALUE SPACE.
            88 RiskRatingFileOK    VALUE "00".
            88 RiskRatingNotFound  VALUE "35".
         01 WS-RIESGO-LINE.
            05 RK-DNI              PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 RK-CALIF            PIC X(1)    VALUE SPACE.
               88 RiesgoBajo       VALUE "B".
               88 RiesgoMedio      VALUE "M".
               88 RiesgoAlto       VALUE "A".
            05 FILLER              PIC X       VALUE SPACE.
            05 RK-PUNTAJE          PIC 9(3)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 RK-MES              PIC 9(6)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 RK-CALIF-ANT        PIC X(1)    VALUE SPACE.
            05 FILLER              PIC X       VALUE SPACE.
            05 RK-PUNTAJE-ANT      PIC 9(3)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 RK-MES-ANT          PIC 9(6)    VALUE ZERO.

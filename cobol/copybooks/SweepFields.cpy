      * Shared WORKING-STORAGE for the BARRIDOPREF.DAT overdraft-cover
      * sweep preference register: one line per client opt-in, either
      * for one account or (blank cuenta) for every account of the
      * DNI. Practica2Barrido maintains the register and, each night
      * before interest accrual, covers the overdrawn opted-in
      * accounts from the client's other active accounts in the same
      * currency. A withdrawn opt-in stays in the file with estado B.
         01 WS-SWEEP-STATUS        PIC X(2)    VALUE SPACE.
            88 SweepFileOK         VALUE "00".
            88 SweepFileNotFound   VALUE "35".
         01 WS-SWEEP-LINE.
            05 SP-DNI              PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 SP-CUENTA           PIC X(10)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 SP-ESTADO           PIC X(1)    VALUE SPACE.
               88 BarridoActivo    VALUE "A".
               88 BarridoDeBaja    VALUE "B".
            05 FILLER              PIC X       VALUE SPACE.
            05 SP-FECHA            PIC 9(8)    VALUE ZERO.

      * Shared WORKING-STORAGE for a CARGAEFECTIVO.DAT line: cash put
      * into (or, with CL-TIPO R, collected from) a terminal, with the
      * physical count taken at the visit when there was one. Lines
      * come from the branch or from Practica2Traslado, which writes
      * one per confirmed armored-car delivery and stamps the order
      * number in CL-ORDEN (00000000 when the company serviced the
      * terminal without an order); hand-made lines leave it blank.
         01 WS-CASHLOAD-LINE.
            05 CL-TERMINAL         PIC X(4)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 CL-DATE             PIC X(10)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 CL-MONEY            PIC X(3)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 CL-AMOUNT           PIC 9(9)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 CL-COUNTED          PIC X(9)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 CL-TIPO             PIC X(1)    VALUE SPACE.
               88 CashLoadCollect  VALUE "R".
            05 FILLER              PIC X       VALUE SPACE.
            05 CL-ORDEN            PIC X(8)    VALUE SPACES.

      * Shared WORKING-STORAGE for the BINES.DAT bank identification
      * number table: the first six digits of a card number, the
      * issuing entity and whether the range is one of our own
      * (P) or belongs to another bank on the network (A). Cards of
      * our own ranges that are not yet in TARJMAES.DAT still count
      * as ours when Practica2Intercambio classifies the day's ATM
      * operations as on-us or off-us.
         01 WS-BIN-STATUS          PIC X(2)    VALUE SPACE.
            88 BinFileOK           VALUE "00".
            88 BinFileNotFound     VALUE "35".
         01 WS-BIN-LINE.
            05 BN-BIN              PIC X(6)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 BN-ENTIDAD          PIC X(4)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 BN-PROPIO           PIC X(1)    VALUE SPACE.
               88 BinPropio        VALUE "P".
               88 BinAjeno         VALUE "A".
            05 FILLER              PIC X       VALUE SPACE.
            05 BN-NOMBRE           PIC X(20)   VALUE SPACES.

      * Shared WORKING-STORAGE for sanctions / PEP screening.
      * LISTANEGRA.DAT is the watchlist compliance delivers: DNI (blank
      * when the source only gives a name), listed name, list source
      * (OFAC, ONU, PEP, ...) and the date the entry was listed.
      * LNLIBERADOS.DAT records each client compliance cleared after
      * review, with the clearance date and the clearing operator; a
      * listing dated on or before the clearance does not flag the
      * client again.
         01 WS-LISTANEGRA-STATUS   PIC X(2)    VALUE SPACE.
            88 WatchlistFileOK     VALUE "00".
            88 WatchlistFileNotFound VALUE "35".
         01 WS-LISTANEGRA-LINE.
            05 LN-DNI              PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 LN-NOMBRE           PIC X(30)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 LN-FUENTE           PIC X(10)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 LN-FECHA            PIC 9(8)    VALUE ZERO.
         01 WS-LIBERADO-STATUS     PIC X(2)    VALUE SPACE.
            88 ClearanceFileOK     VALUE "00".
            88 ClearanceFileNotFound VALUE "35".
         01 WS-LIBERADO-LINE.
            05 LB-DNI              PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 LB-FECHA            PIC 9(8)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 LB-OPERADOR         PIC X(8)    VALUE SPACES.

      * Shared WORKING-STORAGE for the legal reserve (encaje) files of
      * Practica2Encaje. The reserve period is the calendar month and
      * averages run over calendar days: a day with no nightly run
      * (weekend, holiday) carries the balances of the last run.
      * PARAMENCAJE.DAT holds the rates, one "T" line per currency and
      * deposit type (rate as a fraction, same convention as
      * PLAZOFIJO.DAT: 000500 = 5.00%), and optional "P" lines that
      * classify a product code of cuenta.codprod as demand (V) or
      * savings (A) deposits; an account whose product is not listed
      * counts as savings. Term deposits (P) come from the term block
      * of the day's trial balance.
         01 WS-PARAMENC-STATUS     PIC X(2)    VALUE SPACE.
            88 ReserveParamFileOK  VALUE "00".
         01 WS-PARAMENC-LINE.
            05 PE-CLASE            PIC X(1)    VALUE SPACE.
               88 EncajeTasa       VALUE "T".
               88 EncajeProducto   VALUE "P".
            05 FILLER              PIC X       VALUE SPACE.
            05 PE-CLAVE            PIC X(4)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 PE-TIPO             PIC X(1)    VALUE SPACE.
               88 DepositoVista    VALUE "V".
               88 DepositoAhorro   VALUE "A".
               88 DepositoPlazo    VALUE "P".
               88 DepositoTipoOK   VALUES "V", "A", "P".
            05 FILLER              PIC X       VALUE SPACE.
            05 PE-TASA             PIC 9(2)V9(4) VALUE ZERO.
      * ENCAJEFONDOS.DAT is sent by treasury every business day: the
      * eligible reserves (vault cash plus the central bank account)
      * held that day in each currency.
         01 WS-FONDOS-STATUS       PIC X(2)    VALUE SPACE.
            88 ReserveFundsFileOK  VALUE "00".
         01 WS-FONDOS-LINE.
            05 EF-FECHA            PIC 9(8)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 EF-MONEDA           PIC X(3)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 EF-MONTO            PIC 9(13)V9(2) VALUE ZERO.
      * ENCAJEHIST.DAT keeps one line per run date and currency with
      * the obligations by deposit type, the eligible reserves
      * (EH-ORIGEN R reported by treasury, A carried from the previous
      * day when treasury sent nothing) and the sign of the
      * period-to-date position with the date that sign began.
         01 WS-ENCHIST-STATUS      PIC X(2)    VALUE SPACE.
            88 ReserveHistFileOK   VALUE "00".
            88 ReserveHistNotFound VALUE "35".
         01 WS-ENCHIST-LINE.
            05 EH-FECHA            PIC 9(8)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 EH-MONEDA           PIC X(3)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 EH-VISTA            PIC 9(13)V9(2) VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 EH-AHORRO           PIC 9(13)V9(2) VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 EH-PLAZO            PIC 9(13)V9(2) VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 EH-FONDOS           PIC 9(13)V9(2) VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 EH-ORIGEN           PIC X(1)    VALUE SPACE.
               88 FondosReportados VALUE "R".
               88 FondosArrastrados VALUE "A".
            05 FILLER              PIC X       VALUE SPACE.
            05 EH-SIGNO            PIC X(1)    VALUE SPACE.
               88 PosicionDeficit  VALUE "D".
               88 PosicionSuperavit VALUE "S".
            05 FILLER              PIC X       VALUE SPACE.
            05 EH-DESDE            PIC 9(8)    VALUE ZERO.

      * and Practica2ArchivoSec to fold the USD subtotal into a single
      * consolidated total expressed in soles, without hardcoding a
      * rate that would need a recompile every time it moves.
      * Each line carries the USD/PEN mid rate in its first seven
      * columns, followed by treasury's buy and sell rates and the
      * date they take effect. The current line goes first, so the
      * programs that only need the mid rate keep reading one record;
      * Practica2Posteo scans every line and applies the latest one
      * in effect on the process date. A line without buy/sell rates
      * converts at the mid rate both ways.
         01 WS-EXRATE-STATUS       PIC X(2)    VALUE SPACE.
            88 ExRateFileOK        VALUE "00".
         01 WS-EXRATE-LINE.
            05 EXRATE-USD-PEN      PIC 9(3)V9(4) VALUE 003.7500.
            05 FILLER              PIC X       VALUE SPACE.
            05 EXRATE-COMPRA       PIC 9(3)V9(4) VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 EXRATE-VENTA        PIC 9(3)V9(4) VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 EXRATE-FECHA        PIC X(8)    VALUE SPACES.

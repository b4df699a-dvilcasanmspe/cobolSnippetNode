      * Shared WORKING-STORAGE for the account product catalog.
      * PRODUCTOS.DAT holds one line per product (basic savings,
      * payroll, premium, youth...): its code, name, monthly savings
      * rate (same convention as TASAINTERES.DAT: 000050 = 0.50% a
      * month), free operations a month for each tariffed operation
      * type, the fee per operation beyond them, the minimum balance
      * that exempts the account from fees (0 = no exemption), the
      * daily withdrawal limit in soles (0 = no product limit) and the
      * state (A active, I withdrawn: no new sales, existing accounts
      * keep it), plus whether the product carries a debit card (S:
      * opening an account queues the card in EMISIONTARJ.DAT; blank
      * or N: no card). cuenta.codprod carries the product of each
      * account; an account with no product, or with a code missing
      * from the catalog, keeps the general parameter files.
      * The code CTS is reserved for severance-deposit accounts: only
      * those accept the employer deposits of Practica2Cts, which keep
      * cuenta.intangcts (the protected amount no debit may touch).
         01 WS-PROD-STATUS         PIC X(2)    VALUE SPACE.
            88 ProductFileOK       VALUE "00".
            88 ProductFileNotFound VALUE "35".
         01 WS-PROD-LINE.
            05 PR-CODIGO           PIC X(4)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 PR-NOMBRE           PIC X(20)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 PR-TASA             PIC 9(2)V9(4) VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 PR-LIBRES           PIC 9(3)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 PR-COMISION         PIC 9(5)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 PR-SALDOMIN         PIC 9(10)   VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 PR-LIMRETIRO        PIC 9(9)V9(2) VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 PR-ESTADO           PIC X(1)    VALUE SPACE.
               88 ProductoActivo   VALUE "A".
               88 ProductoRetirado VALUE "I".
               88 ProductoEstadoOK VALUES "A", "I".
            05 FILLER              PIC X       VALUE SPACE.
            05 PR-TARJETA          PIC X(1)    VALUE SPACE.
               88 ProductoConTarjeta VALUE "S".
               88 ProductoTarjetaOK VALUES "S", "N", " ".
      * CAMBIOPROD.DAT queues product changes: the account, the new
      * product, the date it takes effect, the operator who asked for
      * it and the state (P pending, A applied on CP-APLICADO, R
      * rejected when it fell due). The nightly run applies the
      * pending changes already in force and writes an audit line to
      * CUENTAJRNL.DAT for each one.
         01 WS-CAMBIOPROD-STATUS   PIC X(2)    VALUE SPACE.
            88 ProdChangeFileOK    VALUE "00".
            88 ProdChangeNotFound  VALUE "35".
         01 WS-CAMBIOPROD-LINE.
            05 CP-DNI              PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 CP-CUENTA           PIC X(10)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 CP-PRODUCTO         PIC X(4)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 CP-FECHA            PIC 9(8)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 CP-OPERADOR         PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 CP-ESTADO           PIC X(1)    VALUE SPACE.
               88 CambioPendiente  VALUE "P".
               88 CambioAplicado   VALUE "A".
               88 CambioRechazado  VALUE "R".
            05 FILLER              PIC X       VALUE SPACE.
            05 CP-ANTERIOR         PIC X(4)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 CP-APLICADO         PIC 9(8)    VALUE ZERO.
      * CUENTAPROD.DAT is the nightly extract of each open account's
      * product for the programs that run without a database
      * connection (the withdrawal limit control).
         01 WS-CUENTAPROD-STATUS   PIC X(2)    VALUE SPACE.
            88 AcctProdFileOK      VALUE "00".
            88 AcctProdNotFound    VALUE "35".
         01 WS-CUENTAPROD-LINE.
            05 CX-DNI              PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 CX-CUENTA           PIC X(10)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 CX-PRODUCTO         PIC X(4)    VALUE SPACES.

      * Shared WORKING-STORAGE for utility bill collection
      * (recaudacion). RECEMPRESAS.DAT lists the agreement companies
      * with the cuenta that receives each night's settlement.
      * RECDEUDA_<empresa>.DAT is the debt file the company sends:
      * supply code, client DNI, amount due and due date.
      * RECPAGOS.DAT queues the payment instructions (menu option or
      * batch channel): company, supply code and the client cuenta to
      * debit. RECPAGADOS.DAT keeps every bill paid, with the movcuenta
      * reference, so a bill is never paid twice and the settlement
      * can be rebuilt for any date.
         01 WS-EMPRESA-STATUS      PIC X(2)    VALUE SPACE.
            88 CompanyFileOK       VALUE "00".
            88 CompanyFileNotFound VALUE "35".
         01 WS-EMPRESA-LINE.
            05 RE-EMPRESA          PIC X(4)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 RE-NOMBRE           PIC X(20)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 RE-DNI              PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 RE-CUENTA           PIC X(10)   VALUE SPACES.
         01 WS-DEUDA-STATUS        PIC X(2)    VALUE SPACE.
            88 DebtFileOK          VALUE "00".
         01 WS-DEUDA-LINE.
            05 RD-CODIGO           PIC X(10)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 RD-DNI              PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 RD-MONTO            PIC 9(9)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 RD-VENCE            PIC 9(8)    VALUE ZERO.
         01 WS-RECPAGO-STATUS      PIC X(2)    VALUE SPACE.
            88 PayOrderFileOK      VALUE "00".
            88 PayOrderFileNotFound VALUE "35".
         01 WS-RECPAGO-LINE.
            05 RO-EMPRESA          PIC X(4)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 RO-CODIGO           PIC X(10)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 RO-DNI              PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 RO-CUENTA           PIC X(10)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 RO-CANAL            PIC X(1)    VALUE SPACE.
               88 CanalMenu        VALUE "M".
               88 CanalLote        VALUE "L".
            05 FILLER              PIC X       VALUE SPACE.
            05 RO-OPERADOR         PIC X(8)    VALUE SPACES.
         01 WS-RECPAGADO-STATUS    PIC X(2)    VALUE SPACE.
            88 PaidBillFileOK      VALUE "00".
            88 PaidBillFileNotFound VALUE "35".
         01 WS-RECPAGADO-LINE.
            05 RP-EMPRESA          PIC X(4)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 RP-CODIGO           PIC X(10)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 RP-DNI              PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 RP-CUENTA           PIC X(10)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 RP-MONTO            PIC 9(9)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 RP-VENCE            PIC 9(8)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 RP-FECHA            PIC 9(8)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 RP-REF              PIC X(19)   VALUE SPACES.

      * Shared WORKING-STORAGE for the consumer loan registers.
      * PRESTAMOS.DAT holds one loan per line: number, borrower, the
      * cuenta that received the disbursement and pays the
      * installments, principal, annual rate (as a fraction: 002400 =
      * 24.00%), number of monthly installments, the fixed installment
      * amount, opening date, currency and state.
      * CRONOGRAMA.DAT holds the repayment schedule, one installment
      * per line in loan and installment order: due date (already
      * moved to a business day), the principal and interest due, the
      * late interest accrued while overdue, what has been collected
      * of each part, the date late interest was last accrued and the
      * installment state. Practica2Prestamos maintains both files.
         01 WS-PRESTAMO-STATUS     PIC X(2)    VALUE SPACE.
            88 LoanFileOK          VALUE "00".
            88 LoanFileNotFound    VALUE "35".
         01 WS-PRESTAMO-LINE.
            05 PR-NUMERO           PIC 9(8)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 PR-DNI              PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 PR-CUENTA           PIC X(10)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 PR-CAPITAL          PIC 9(9)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 PR-TASA             PIC 9(2)V9(4) VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 PR-CUOTAS           PIC 9(3)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 PR-CUOTA-FIJA       PIC 9(9)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 PR-APERTURA         PIC 9(8)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 PR-MONEDA           PIC X(3)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 PR-ESTADO           PIC X(1)    VALUE SPACE.
               88 PrestamoVigente  VALUE "A".
               88 PrestamoCancelado VALUE "C".
            05 FILLER              PIC X       VALUE SPACE.
            05 PR-CIERRE           PIC 9(8)    VALUE ZERO.
         01 WS-CRONO-STATUS        PIC X(2)    VALUE SPACE.
            88 ScheduleFileOK      VALUE "00".
            88 ScheduleFileNotFound VALUE "35".
         01 WS-CRONO-LINE.
            05 CR-NUMERO           PIC 9(8)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 CR-CUOTA            PIC 9(3)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 CR-DNI              PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 CR-CUENTA           PIC X(10)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 CR-VENCE            PIC 9(8)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 CR-CAPITAL          PIC 9(9)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 CR-INTERES          PIC 9(9)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 CR-MORA             PIC 9(9)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 CR-PAG-CAPITAL      PIC 9(9)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 CR-PAG-INTERES      PIC 9(9)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 CR-PAG-MORA         PIC 9(9)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 CR-ULT-MORA         PIC 9(8)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 CR-ESTADO           PIC X(1)    VALUE SPACE.
               88 CuotaPendiente   VALUE "P".
               88 CuotaVencida     VALUE "V".
               88 CuotaPagada      VALUE "C".
            05 FILLER              PIC X       VALUE SPACE.
            05 CR-PAGO             PIC 9(8)    VALUE ZERO.

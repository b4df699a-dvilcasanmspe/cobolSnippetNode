      * Shared WORKING-STORAGE for the CHEQUES.DAT clearing register
      * (canje): one line per deposited cheque with the depositor's
      * account, drawee bank, cheque number, amount, deposit date and
      * expected clearing date. The amount is credited to saldoact on
      * deposit and a RETENCION.DAT hold (terminal CHEQ) keeps it out
      * of the available balance until Practica2Canje releases the
      * cheque on its clearing date or reverses it when the clearing
      * house returns it. A released cheque stays a few nights in the
      * register to catch late returns, then moves to CHEQUESHIST.DAT.
         01 WS-CHEQUE-STATUS       PIC X(2)    VALUE SPACE.
            88 ChequeFileOK        VALUE "00".
            88 ChequeFileNotFound  VALUE "35".
         01 WS-CHEQUE-LINE.
            05 CQ-DNI              PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 CQ-CUENTA           PIC X(10)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 CQ-BANCO            PIC X(4)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 CQ-NUMERO           PIC X(10)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 CQ-MONTO            PIC 9(9)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 CQ-DEPOSITO         PIC 9(8)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 CQ-CANJE            PIC 9(8)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 CQ-ESTADO           PIC X(1)    VALUE SPACE.
               88 ChequeEnCanje    VALUE "P".
               88 ChequeCompensado VALUE "C".
               88 ChequeDevuelto   VALUE "D".
            05 FILLER              PIC X       VALUE SPACE.
            05 CQ-NOCHES           PIC 9(2)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 CQ-REF              PIC X(19)   VALUE SPACES.

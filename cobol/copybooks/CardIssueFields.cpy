      * Shared WORKING-STORAGE for the EMISIONTARJ.DAT card issuance
      * queue: one line per physical card to be made, whether a new
      * card (N) asked for at the branch through Practica2Tarjetas or
      * by Practica2-1Sesion6 when it opens an account whose product
      * carries a card, or a replacement (R) of a blocked or expiring
      * card. EI-CARD stays blank until Practica2Emision assigns the
      * number; the card sits in tarjetas with state E (in issuance)
      * and only becomes active when the branch confirms the client
      * picked it up. States: S queued, P ordered from the embossing
      * vendor, T in transit, R received at the branch, E handed to
      * the client (card active), X cancelled.
         01 WS-EMISION-STATUS      PIC X(2)    VALUE SPACE.
            88 CardIssueFileOK     VALUE "00".
            88 CardIssueNotFound   VALUE "35".
         01 WS-EMISION-LINE.
            05 EI-FECHA-SOL        PIC 9(8)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 EI-DNI              PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 EI-CUENTA           PIC X(10)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 EI-TIPO             PIC X(1)    VALUE SPACE.
               88 EmisionNueva     VALUE "N".
               88 EmisionReposicion VALUE "R".
            05 FILLER              PIC X       VALUE SPACE.
            05 EI-ANTERIOR         PIC X(16)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 EI-CARD             PIC X(16)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 EI-SUCURSAL         PIC X(4)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 EI-VENCE            PIC 9(6)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 EI-ESTADO           PIC X(1)    VALUE SPACE.
               88 EmisionSolicitada VALUE "S".
               88 EmisionPedida    VALUE "P".
               88 EmisionEnTransito VALUE "T".
               88 EmisionEnSucursal VALUE "R".
               88 EmisionEntregada VALUE "E".
               88 EmisionAnulada   VALUE "X".
               88 EmisionAbierta   VALUES "S", "P", "T", "R".
            05 FILLER              PIC X       VALUE SPACE.
            05 EI-FECHA-EST        PIC 9(8)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 EI-OPERADOR         PIC X(8)    VALUE SPACES.

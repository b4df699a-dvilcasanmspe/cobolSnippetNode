      * Shared WORKING-STORAGE for the batch window flag in
      * VENTANABATCH.DAT: a single line naming the posting-class step
      * that is running over cuenta, the process date and the time
      * the window was opened ("A") or closed ("C"), and who closed
      * it. The sequencer and Practica2RunCtrl open the window when a
      * posting step starts and close it when the step ends; a step
      * that fails or is killed leaves it open. While it is open
      * Practica2Menu refuses every option that changes data, and
      * only a SUPERVISOR profile can clear a window left behind.
         01 WS-VENTANA-STATUS      PIC X(2)    VALUE SPACE.
            88 BatchWindowFileOK   VALUE "00".
            88 BatchWindowNotFound VALUE "35".
         01 WS-VENTANA-LINE.
            05 VB-ESTADO           PIC X(1)    VALUE SPACE.
               88 VentanaAbierta   VALUE "A".
               88 VentanaCerrada   VALUE "C".
            05 FILLER              PIC X       VALUE SPACE.
            05 VB-STEP             PIC X(20)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 VB-DATE             PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 VB-HORA             PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 VB-USER             PIC X(8)    VALUE SPACES.

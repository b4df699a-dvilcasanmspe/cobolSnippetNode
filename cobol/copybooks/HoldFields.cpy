      * originating terminal, expiry date). Practica2Retenciones takes
      * in the day's preauths and sweeps out the expired ones each
      * night; the balance inquiries subtract the open holds from
      * saldoact to show the available balance. Cheques deposited in
      * clearing also hold their amount here (terminal CHEQ) until
      * Practica2Canje releases or returns them.
         01 WS-RETEN-STATUS        PIC X(2)    VALUE SPACE.
            88 HoldsFileOK         VALUE "00".
            88 HoldsFileNotFound   VALUE "35".

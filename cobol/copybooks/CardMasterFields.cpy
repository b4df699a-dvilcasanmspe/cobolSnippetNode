      * card with its DNI, account and state, and Practica2Posteo
      * preloads the active ones so deposits and purchases from
      * report.dat resolve their DNI even when the card did not
      * withdraw that same night. A card in state E is still being
      * embossed or waiting at the branch (see CardIssueFields) and is
      * not usable until the client picks it up.
         01 WS-TARJMAES-STATUS     PIC X(2)    VALUE SPACE.
            88 CardMasterFileOK    VALUE "00".
            88 CardMasterNotFound  VALUE "35".
            05 TJ-ESTADO           PIC X(1)    VALUE SPACE.
               88 CardActive       VALUE "A".
               88 CardCancelled    VALUE "C".
               88 CardBlocked      VALUES "P", "R", "T".
               88 CardInIssuance   VALUE "E".

      * Shared WORKING-STORAGE for card blocking. TARJBLOQ.DAT is the
      * append-only register of every block Practica2Tarjetas applies:
      * card, block state (P lost, R stolen, T retained by the ATM),
      * the real date and time of the report and the operator who
      * took it. The latest line per card is the one in force.
      * TARJCALIENTE.DAT is the hot-card list for the ATM switch: a
      * HDR record, one DTL per blocked card with the switch action
      * code (41 lost, 43 stolen, 04 pick up) and a TRL with the count.
         01 WS-TARJBLOQ-STATUS     PIC X(2)    VALUE SPACE.
            88 CardBlockFileOK     VALUE "00".
            88 CardBlockFileNotFound VALUE "35".
         01 WS-TARJBLOQ-LINE.
            05 TB-CARD             PIC X(16)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 TB-ESTADO           PIC X(1)    VALUE SPACE.
               88 BloqueoPerdida   VALUE "P".
               88 BloqueoRobo      VALUE "R".
               88 BloqueoRetencion VALUE "T".
            05 FILLER              PIC X       VALUE SPACE.
            05 TB-FECHA            PIC 9(8)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 TB-HORA             PIC 9(4)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 TB-OPERADOR         PIC X(8)    VALUE SPACES.
         01 WS-HOTLIST-STATUS      PIC X(2)    VALUE SPACE.
            88 HotListFileOK       VALUE "00".
         01 WS-HOTLIST-HEADER.
            05 FILLER              PIC X(3)    VALUE "HDR".
            05 HLH-FECHA           PIC 9(8)    VALUE ZERO.
            05 HLH-HORA            PIC 9(6)    VALUE ZERO.
         01 WS-HOTLIST-DETAIL.
            05 FILLER              PIC X(3)    VALUE "DTL".
            05 HLD-CARD            PIC X(16)   VALUE SPACES.
            05 HLD-ACCION          PIC X(2)    VALUE SPACES.
            05 HLD-FECHA           PIC 9(8)    VALUE ZERO.
            05 HLD-HORA            PIC 9(4)    VALUE ZERO.
         01 WS-HOTLIST-TRAILER.
            05 FILLER              PIC X(3)    VALUE "TRL".
            05 HLT-COUNT           PIC 9(7)    VALUE ZERO.

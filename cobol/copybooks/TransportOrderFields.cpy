      * Shared WORKING-STORAGE for the cash-in-transit orders of
      * Practica2Traslado. TRASLADOS.DAT keeps one line per order to
      * the armored-car company: replenishment (C) or collection of
      * excess cash (R) for one terminal and currency, with up to four
      * denominations. TV-PEDIDO is the part sent to the company in
      * ORDENTRASLADO_<date>.DAT. States: P ordered, E delivered in
      * full, F delivered short, N not delivered.
         01 WS-TRASLADOS-STATUS    PIC X(2)    VALUE SPACE.
            88 TransportFileOK     VALUE "00".
            88 TransportNotFound   VALUE "35".
         01 WS-TRASLADO-LINE.
            05 TV-PEDIDO.
               10 TV-ORDEN         PIC 9(8)    VALUE ZERO.
               10 FILLER           PIC X       VALUE SPACE.
               10 TV-FECHA-PLAN    PIC 9(8)    VALUE ZERO.
               10 FILLER           PIC X       VALUE SPACE.
               10 TV-FECHA-SERV    PIC 9(8)    VALUE ZERO.
               10 FILLER           PIC X       VALUE SPACE.
               10 TV-TERMINAL      PIC X(4)    VALUE SPACES.
               10 FILLER           PIC X       VALUE SPACE.
               10 TV-MONEDA        PIC X(3)    VALUE SPACES.
               10 FILLER           PIC X       VALUE SPACE.
               10 TV-TIPO          PIC X(1)    VALUE SPACE.
                  88 TrasladoCarga VALUE "C".
                  88 TrasladoRecojo VALUE "R".
               10 FILLER           PIC X       VALUE SPACE.
               10 TV-MONTO         PIC 9(9)    VALUE ZERO.
               10 TV-DENOMINACION OCCURS 4 TIMES.
                  15 FILLER        PIC X.
                  15 TV-DENOM      PIC 9(4).
                  15 FILLER        PIC X.
                  15 TV-BILLETES   PIC 9(6).
            05 FILLER              PIC X       VALUE SPACE.
            05 TV-ENTREGADO        PIC 9(9)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 TV-ESTADO           PIC X(1)    VALUE SPACE.
               88 TrasladoPedido   VALUE "P".
               88 TrasladoEntregado VALUE "E".
               88 TrasladoCorto    VALUE "F".
               88 TrasladoNoEntregado VALUE "N".
            05 FILLER              PIC X       VALUE SPACE.
            05 TV-FECHA-EST        PIC 9(8)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 TV-APROBADOR        PIC X(8)    VALUE SPACES.
      * CONFTRASLADO.DAT is the company's delivery confirmation, one
      * line per visit, closed by a *TRAILER with the line count and
      * the sum of CT-MONTO. CT-MONTO is what was actually put in (or
      * taken out); zero means the order was not delivered. CT-ORDEN
      * is blank or zeros for a visit made without an order.
         01 WS-CONFTRAS-STATUS     PIC X(2)    VALUE SPACE.
            88 TransportConfFileOK VALUE "00".
         01 WS-CONFTRAS-LINE.
            05 CT-ORDEN            PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 CT-FECHA            PIC 9(8)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 CT-TERMINAL         PIC X(4)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 CT-MONEDA           PIC X(3)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 CT-TIPO             PIC X(1)    VALUE SPACE.
               88 ConfCarga        VALUE "C".
               88 ConfRecojo       VALUE "R".
            05 FILLER              PIC X       VALUE SPACE.
            05 CT-MONTO            PIC 9(9)    VALUE ZERO.
            05 FILLER              PIC X       VALUE SPACE.
            05 CT-CONTADO          PIC X(9)    VALUE SPACES.

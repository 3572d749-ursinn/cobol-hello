      *> Shared Shipment Confirmation record layout.
      *> One line is appended to Shipments.dat for every order line on
      *> a confirmed shipment: the quantity the line asked for and the
      *> quantity that actually went out, with the ship date, carrier
      *> and tracking number keyed by the warehouse. When less than
      *> SH-QtyOrdered went out the shortfall is carried on a new open
      *> order (the backorder) whose number is in SH-BackOrder, and
      *> the shipped order is closed at what shipped so the invoicing
      *> run bills only that. SH-BackOrder is zero when the line
      *> shipped complete.
      *> Used via plain COPY in a FILE SECTION FD.
       01 ShipmentRec.
           02 SH-OrderNum    PIC 9(7).
           02 SH-LineNum     PIC 9(3).
           02 SH-ItemCode    PIC X(8).
           02 SH-IDNum       PIC 9(7).
           02 SH-QtyOrdered  PIC 9(5).
           02 SH-QtyShipped  PIC 9(5).
           02 SH-ShipDate    PIC 9(8).
           02 SH-Carrier     PIC X(15).
           02 SH-Tracking    PIC X(20).
           02 SH-BackOrder   PIC 9(7).
           02 SH-Operator    PIC X(8).

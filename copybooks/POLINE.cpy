      *> Shared Purchase Order line record layout.
      *> POLines.dat is keyed on PL-Key (PO number plus line number,
      *> assigned 1 upward within each PO at entry time). Each line is
      *> one item code from the item master, the quantity ordered from
      *> the vendor and the agreed unit cost. PL-QtyReceived counts up
      *> as goods receiving books deliveries against the line, each
      *> receipt adding to the item's on-hand stock; the line is
      *> complete when it reaches PL-QtyOrdered.
      *> Used via plain COPY in a FILE SECTION FD.
       01 POLineData.
           02 PL-Key.
               03 PL-PONum     PIC 9(7).
               03 PL-LineNum   PIC 9(3).
           02 PL-ItemCode      PIC X(8).
           02 PL-QtyOrdered    PIC 9(5).
           02 PL-QtyReceived   PIC 9(5).
           02 PL-UnitCost      PIC 9(5)V99.

      *> ItemActive is 'Y' (orderable) or 'N' (deactivated - kept on
      *> file so old order lines still describe themselves, refused by
      *> ITMVALID for new orders).
      *> ItemOnHand is the physical stock in the warehouse and
      *> ItemAllocated the part of it already promised to open orders;
      *> ITMVALID hands back what is left (on-hand less allocated) so
      *> order entry can refuse a line it cannot fill, and the ITMSTOCK
      *> subprogram moves the two quantities as orders are written,
      *> shipped or cancelled and as goods are received. ItemReorderPt
      *> is the available quantity at or below which the nightly stock
      *> status report asks for the item to be re-ordered.
      *> Used via plain COPY in a FILE SECTION FD, and via
      *> COPY ITEMREC REPLACING ... to build the matching
      *> WS-prefixed WORKING-STORAGE group.
           02 ItemDesc     PIC X(30).
           02 ItemPrice    PIC 9(5)V99.
           02 ItemActive   PIC X(1).
           02 ItemOnHand   PIC 9(7).
           02 ItemAllocated PIC 9(7).
           02 ItemReorderPt PIC 9(7).

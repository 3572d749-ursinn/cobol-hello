      *> Shared Corporate Account Link record layout.
      *> CustLinks.dat is keyed on LK-IDNum, the child (store)
      *> customer, with LK-ParentID as an alternate key (with
      *> duplicates) so a parent's stores can be read back in one
      *> pass. A customer with no record stands alone. The parent is
      *> an ordinary Customer.dat account - the bill-to head office -
      *> and is never itself a child, so groups are one level deep.
      *> A remittance posted to the parent is spread across the open
      *> items of the parent and its stores oldest-first; the statement
      *> run prints one consolidated statement per parent with a
      *> section per store, and the parent's CreditControl.dat limit
      *> is checked against the exposure of the whole group.
      *> LK-LinkedDate and LK-LinkedOper record the last maintenance.
      *> Used via plain COPY in a FILE SECTION FD.
       01 CustLinkData.
           02 LK-IDNum         PIC 9(7).
           02 LK-ParentID      PIC 9(7).
           02 LK-LinkedDate    PIC 9(8).
           02 LK-LinkedOper    PIC X(8).

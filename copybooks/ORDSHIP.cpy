      *> Shared Order Ship-to record layout.
      *> OrderShipTo.dat is keyed on OS-OrderNum and is written only
      *> for orders delivered somewhere other than the customer's own
      *> address; an order with no record here ships to CustAddress.
      *> OS-ShipNum points at the ShipTo.dat entry for the customer,
      *> and OS-TaxState is the state the order was taxed in when it
      *> was entered, kept here so the sales tax return reports the
      *> order where it was taxed even if the site is later changed.
      *> Used via plain COPY in a FILE SECTION FD.
       01 OrderShipData.
           02 OS-OrderNum      PIC 9(7).
           02 OS-IDNum         PIC 9(7).
           02 OS-ShipNum       PIC 9(3).
           02 OS-TaxState      PIC X(2).

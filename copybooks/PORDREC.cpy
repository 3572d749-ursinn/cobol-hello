      *> Shared Purchase Order header record layout.
      *> PurchOrders.dat is keyed on PO-Num, assigned from
      *> POControl.dat the same way OrdControl.dat assigns generated
      *> order numbers. PO-VendorID must exist in Vendors.dat.
      *> PO-Status is 'O' (open - goods still to come), 'R' (received
      *> complete) or 'X' (cancelled). PO-DueDate is when the goods
      *> are expected; an open PO past it is overdue. PO-Printed is
      *> 'N' until the nightly print run has put the PO on paper.
      *> The lines are in POLines.dat (POLINE.cpy).
      *> Used via plain COPY in a FILE SECTION FD.
       01 PurchOrderData.
           02 PO-Num       PIC 9(7).
           02 PO-VendorID  PIC X(6).
           02 PO-OrderDate PIC 9(8).
           02 PO-DueDate   PIC 9(8).
           02 PO-Status    PIC X(1).
           02 PO-Printed   PIC X(1).
           02 PO-Operator  PIC X(8).

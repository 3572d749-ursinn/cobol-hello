      *> Shared Order Sales Rep record layout.
      *> OrderReps.dat is keyed on RO-OrderNum and carries the sales
      *> rep the customer was assigned to when the order was written
      *> (ORDREP subprogram). The month-end commission run credits the
      *> rep on the order behind each invoice, falling back to the
      *> customer's current rep for orders taken before reps were
      *> assigned.
      *> Used via plain COPY in a FILE SECTION FD.
       01 OrderRepData.
           02 RO-OrderNum      PIC 9(7).
           02 RO-RepID         PIC X(4).
           02 RO-IDNum         PIC 9(7).

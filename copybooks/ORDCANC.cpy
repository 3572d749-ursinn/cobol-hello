      *> Shared Order Cancellation record layout.
      *> One line is appended to OrderCancels.dat for every order a
      *> supervisor cancels (OrderStatus set to 'X'). OX-Reason is the
      *> cancellation reason code: CUS customer request, DUP duplicate
      *> entry, CRD credit refused, STK cannot be supplied, PRC pricing
      *> error, OTH other. OX-Amount and OX-Tax are the goods and tax
      *> backed out of CustBalance. OX-Operator is the supervisor who
      *> cancelled it.
      *> Used via plain COPY in a FILE SECTION FD.
       01 CancelRec.
           02 OX-OrderNum    PIC 9(7).
           02 OX-IDNum       PIC 9(7).
           02 OX-CancelDate  PIC 9(8).
           02 OX-Reason      PIC X(3).
           02 OX-Amount      PIC S9(7)V99.
           02 OX-Tax         PIC S9(5)V99.
           02 OX-Operator    PIC X(8).

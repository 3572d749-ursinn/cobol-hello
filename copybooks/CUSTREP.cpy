      *> Shared Customer Sales Rep assignment record layout.
      *> CustReps.dat is keyed on CS-IDNum (one record per customer;
      *> a customer with no record has no rep). Order entry copies the
      *> customer's rep onto each new order (OrderReps.dat, see
      *> ORDERREP.cpy) through the ORDREP subprogram, so reassigning a
      *> customer does not move commission on orders already taken.
      *> Used via plain COPY in a FILE SECTION FD.
       01 CustRepData.
           02 CS-IDNum         PIC 9(7).
           02 CS-RepID         PIC X(4).
           02 CS-AssignDate    PIC 9(8).
           02 CS-AssignOper    PIC X(8).

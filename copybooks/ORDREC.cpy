      *> Shared Customer Orders record layout.
      *> Orders.dat is keyed on OrderNum; OrderIDNum carries the owning
      *> customer's IDNum and must exist in Customer.dat when the order
      *> is entered. OrderStatus is 'O' (open), 'C' (closed) or 'X'
      *> (cancelled by a supervisor and backed out of CustBalance; the
      *> reason is kept in OrderCancels.dat).
      *> OrderBranch is the branch the order was entered at,
      *> defaulted from the signed-on operator's branch. OrderAmount
      *> is the goods amount; OrderTax carries the sales tax computed

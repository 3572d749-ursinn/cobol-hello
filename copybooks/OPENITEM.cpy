      *> writes one open item per invoice it produces; the payments
      *> run relieves OI-OpenAmount as cash is applied (by reference
      *> first, then oldest-first) and flips OI-Status from 'O' (open)
      *> to 'P' (paid) when the item is fully relieved, or to 'W' when
      *> the month-end write-off run writes it off as bad debt. 'D'
      *> marks an invoice the customer disputes (see DISPUTE.cpy):
      *> finance charges, dunning and oldest-first cash application
      *> pass it by, and the aging report and statements show it apart
      *> from the aged balance; a payment naming the invoice still
      *> applies to it. Invoice
      *> numbers ascend with date, so an ascending scan of a
      *> customer's open items is oldest-first.
      *> Used via plain COPY in a FILE SECTION FD, and via

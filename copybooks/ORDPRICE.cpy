      *> Shared Order Line Price record layout.
      *> OrderLinePrices.dat is keyed on LP-Key, the same OrderNum plus
      *> line number as ORDLINE, and is written only for lines sold
      *> below the item master's list price (a customer contract or a
      *> converted quotation). It records the list price at the time
      *> of sale and the discount per unit, so OL-UnitPrice on the
      *> line is always the net price and the invoice can show list,
      *> discount and net. LP-ContractEff is the CT-EffDate of the
      *> contract that priced the line, or zero when the price came
      *> from a quotation. A line with no record here was sold at list.
      *> Used via plain COPY in a FILE SECTION FD.
       01 OrderPriceData.
           02 LP-Key.
               03 LP-OrderNum  PIC 9(7).
               03 LP-LineNum   PIC 9(3).
           02 LP-ListPrice     PIC 9(5)V99.
           02 LP-Discount      PIC 9(5)V99.
           02 LP-ContractEff   PIC 9(8).

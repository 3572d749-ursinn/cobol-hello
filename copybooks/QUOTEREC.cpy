      *> Shared Sales Quotation header record layout.
      *> Quotes.dat is keyed on QT-QuoteNum, assigned from
      *> QuoteControl.dat the same way OrdControl.dat assigns order
      *> numbers to generated orders. QT-Amount is the sum of the
      *> quote's QL-ExtAmount lines (QUOTLINE), priced from the item
      *> master when the quote was keyed; tax is not quoted, it is
      *> computed when the quote becomes an order. The quote holds its
      *> prices until QT-ExpiryDate. QT-Status is 'O' (open), 'C'
      *> (converted into order QT-OrderNum) or 'X' (withdrawn); an
      *> open quote past its expiry date has lapsed and can no longer
      *> be converted. QT-Branch is the keying operator's branch and
      *> QT-Printed 'N' until the nightly quote print has produced the
      *> document for the customer.
      *> Used via plain COPY in a FILE SECTION FD.
       01 QuoteData.
           02 QT-QuoteNum    PIC 9(7).
           02 QT-IDNum       PIC 9(7).
           02 QT-QuoteDate   PIC 9(8).
           02 QT-ExpiryDate  PIC 9(8).
           02 QT-Amount      PIC S9(7)V99.
           02 QT-Status      PIC X(1).
           02 QT-Branch      PIC X(2).
           02 QT-OrderNum    PIC 9(7).
           02 QT-Printed     PIC X(1).
           02 QT-Operator    PIC X(8).

      *> Shared Customer Contract Price record layout.
      *> ContractPrices.dat is keyed on CT-Key: the customer, the item
      *> and the first date the negotiated price applies. A customer
      *> may hold several contracts for the same item over time; the
      *> CONPRICE subprogram uses the one with the latest CT-EffDate
      *> on or before the order date whose CT-ExpiryDate has not yet
      *> passed, so a renewal is entered ahead of time and cuts over
      *> by itself. Each contract carries up to five quantity break
      *> tiers in ascending CT-BreakQty order: a line is priced at the
      *> tier with the highest break quantity not above the quantity
      *> ordered. Unused tiers hold zero. The contract price is only
      *> ever used when it is below the item master's ItemPrice, so a
      *> list price cut is never lost to an old contract.
      *> Used via plain COPY in a FILE SECTION FD.
       01 ContractData.
           02 CT-Key.
               03 CT-IDNum     PIC 9(7).
               03 CT-ItemCode  PIC X(8).
               03 CT-EffDate   PIC 9(8).
           02 CT-ExpiryDate    PIC 9(8).
           02 CT-Tier OCCURS 5 TIMES.
               03 CT-BreakQty  PIC 9(5).
               03 CT-BreakPrice PIC 9(5)V99.
           02 CT-ChangeDate    PIC 9(8).
           02 CT-Operator      PIC X(8).
